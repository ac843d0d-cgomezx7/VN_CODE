      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHMCF.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONFIRMACION DE RECEPCION DE BOLSAS DE ENTREGA   *00000110
      *               EN OFICINA. SE TRATAN LAS CONFIRMACIONES QUE     *00000120
      *               ENVIAN LAS OFICINAS (CODIGO DE BOLSA LEIDO DE LA *00000130
      *               ETIQUETA) Y SE MARCA LA BOLSA COMO CONFIRMADA EN *00000140
      *               MANIF_BOLSA. LAS CONFIRMACIONES DE BOLSAS        *00000150
      *               INEXISTENTES O YA CONFIRMADAS SE LISTAN COMO     *00000160
      *               INCIDENCIA.                                      *00000170
      *               A CONTINUACION SE LISTAN LAS BOLSAS PENDIENTES   *00000180
      *               DE CONFIRMAR CUYA REMESA TIENE MAS DE LOS DIAS   *00000190
      *               DE PLAZO INDICADOS.                              *00000200
      *-                                                              -*00000210
      *  PARAMETROS SYSIN:                                             *00000220
      *        FECHA DE PROCESO (AAAA-MM-DD), OBLIGATORIA.             *00000230
      *        DIAS DE PLAZO DE CONFIRMACION (POR DEFECTO 005).        *00000240
      *-                                                              -*00000250
      *  FICHEROS DE ENTRADA:                                          *00000260
      *        MPCHMCE1 : CONFIRMACIONES DE RECEPCION DE LAS OFICINAS. *00000270
      *-                                                              -*00000280
      *  FICHEROS DE SALIDA:                                           *00000290
      *        MPCHMCS1 : INFORME DE INCIDENCIAS Y BOLSAS SIN          *00000300
      *                   CONFIRMAR FUERA DE PLAZO.                    *00000310
      *-                                                              -*00000320
      *  TABLAS DB2:                                                   *00000330
      *        MANIF_BOLSA    : BOLSAS DE ENTREGA EN OFICINA.          *00000340
      *-                                                              -*00000350
      *  CODIGOS DE RETORNO:                                           *00000360
      *        00 : PROCESO CORRECTO.                                  *00000370
      *        04 : HAY BOLSAS SIN CONFIRMAR FUERA DE PLAZO.           *00000380
      *-                                                              -*00000390
      *  RUTINAS Y MODULOS:                                            *00000400
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000410
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000420
      *-                                                              -*00000430
      ******************************************************************00000440
      *                  M O D I F I C A C I O N E S                   *00000450
      *                  ---------------------------                   *00000460
      *                                                                *00000470
      * USUARIO  FECHA        DESCRIPCION                              *00000480
      * -------- ----------   ---------------------------------------- *00000490
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CONFIRMACION DE  *00000500
      *                        BOLSAS Y BOLSAS FUERA DE PLAZO.         *00000510
      *                                                                *00000520
      ******************************************************************00000530
                                                                        00000540
      ******************************************************************00000550
      * IDENTIFICATION DIVISION                                        *00000560
      ******************************************************************00000570
       IDENTIFICATION DIVISION.                                         00000580
       PROGRAM-ID.    MPCHMCF.                                          00000590
       AUTHOR.        VIEWNEXT.                                         00000600
       DATE-WRITTEN.  15-10-2026.                                       00000610
       DATE-COMPILED.                                                   00000620
                                                                        00000630
      ******************************************************************00000640
      * ENVIRONMENT DIVISION                                           *00000650
      ******************************************************************00000660
       ENVIRONMENT DIVISION.                                            00000670
                                                                        00000680
      *----------------------------------------------------------------*00000690
      * CONFIGURATION SECTION                                          *00000700
      *----------------------------------------------------------------*00000710
       CONFIGURATION SECTION.                                           00000720
                                                                        00000730
       SOURCE-COMPUTER. IBM-3090.                                       00000740
       OBJECT-COMPUTER. IBM-3090.                                       00000750
       SPECIAL-NAMES.                                                   00000760
           DECIMAL-POINT IS COMMA.                                      00000770
                                                                        00000780
      *----------------------------------------------------------------*00000790
      * INPUT OUTPUT SECTION                                           *00000800
      *----------------------------------------------------------------*00000810
       INPUT-OUTPUT SECTION.                                            00000820
       FILE-CONTROL.                                                    00000830
                                                                        00000840
      * -- CONFIRMACIONES DE RECEPCION DE LAS OFICINAS.                 00000850
           SELECT MPCHMCE1 ASSIGN MPCHMCE1                              00000860
                  ACCESS MODE IS SEQUENTIAL                             00000870
                  FILE STATUS IS FS-MPCHMCE1.                           00000880
                                                                        00000890
      * -- INFORME DE INCIDENCIAS Y BOLSAS FUERA DE PLAZO.              00000900
           SELECT MPCHMCS1 ASSIGN MPCHMCS1                              00000910
                  ACCESS MODE IS SEQUENTIAL                             00000920
                  FILE STATUS IS FS-MPCHMCS1.                           00000930
                                                                        00000940
      ******************************************************************00000950
      * DATA DIVISION                                                  *00000960
      ******************************************************************00000970
       DATA DIVISION.                                                   00000980
                                                                        00000990
      *----------------------------------------------------------------*00001000
      * FILE SECTION                                                   *00001010
      *----------------------------------------------------------------*00001020
       FILE SECTION.                                                    00001030
                                                                        00001040
       FD  MPCHMCE1                                                     00001050
           BLOCK CONTAINS 0 RECORDS                                     00001060
           RECORDING MODE IS F                                          00001070
           LABEL RECORD ARE STANDARD                                    00001080
           RECORD CONTAINS 80 CHARACTERS                                00001090
           DATA RECORD IS REG-MPCHMCE1.                                 00001100
       01  REG-MPCHMCE1.                                                00001110
           05  CF-IDBOLSA                  PIC X(20).                   00001120
           05  CF-FECCONFIR                PIC X(10).                   00001130
           05  CF-USUARIO                  PIC X(08).                   00001140
           05  FILLER                      PIC X(42).                   00001150
                                                                        00001160
       FD  MPCHMCS1                                                     00001170
           BLOCK CONTAINS 0 RECORDS                                     00001180
           RECORDING MODE IS F                                          00001190
           LABEL RECORD ARE STANDARD                                    00001200
           RECORD CONTAINS 132 CHARACTERS                               00001210
           DATA RECORD IS REG-MPCHMCS1.                                 00001220
       01  REG-MPCHMCS1                    PIC X(132).                  00001230
                                                                        00001240
      *----------------------------------------------------------------*00001250
      * WORKING-STORAGE SECTION                                        *00001260
      *----------------------------------------------------------------*00001270
       WORKING-STORAGE SECTION.                                         00001280
                                                                        00001290
      ******************************************************************00001300
      *                        S W I T C H E S                         *00001310
      ******************************************************************00001320
       01  SW-SWITCHES.                                                 00001330
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001340
               88  DB2-OK                              VALUE 0.         00001350
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001360
           05  SW-FIN-MPCHMCE1             PIC X(01)   VALUE 'N'.       00001370
               88  SI-FIN-MPCHMCE1                     VALUE 'S'.       00001380
               88  NO-FIN-MPCHMCE1                     VALUE 'N'.       00001390
           05  SW-FIN-BOLSAS               PIC X(01)   VALUE 'N'.       00001400
               88  SI-FIN-BOLSAS                       VALUE 'S'.       00001410
               88  NO-FIN-BOLSAS                       VALUE 'N'.       00001420
                                                                        00001430
      ******************************************************************00001440
      *                      C O N S T A N T E S                       *00001450
      ******************************************************************00001460
       01  CT-CONSTANTES.                                               00001470
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001480
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001490
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001500
               10  CA-RESP                 PIC X(14)   VALUE            00001510
                                   'MEDIOS DE PAGO'.                    00001520
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001530
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001540
               10  CA-MPCHMCF              PIC X(08)   VALUE 'MPCHMCF'. 00001550
               10  CA-MPCHMCE1             PIC X(08)   VALUE 'MPCHMCE1'.00001560
               10  CA-MPCHMCS1             PIC X(08)   VALUE 'MPCHMCS1'.00001570
               10  CA-MANIF-BOLSA          PIC X(11)   VALUE            00001580
                                   'MANIF_BOLSA'.                       00001590
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00001600
                                   'SYSIBM.SYSDUMMY1'.                  00001610
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001620
               10  CA-FETCH                PIC X(05)   VALUE 'FETCH'.   00001630
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001640
      *--      ESTADOS DE LA BOLSA.                                     00001650
               10  CA-BOLSA-PENDIENTE      PIC X(01)   VALUE 'P'.       00001660
               10  CA-BOLSA-CONFIRMADA     PIC X(01)   VALUE 'C'.       00001670
      *--      MOTIVOS DE INCIDENCIA DE UNA CONFIRMACION.               00001680
               10  CA-INC-INEXISTENTE      PIC X(30)   VALUE            00001690
                                   'BOLSA INEXISTENTE'.                 00001700
               10  CA-INC-CONFIRMADA       PIC X(30)   VALUE            00001710
                                   'BOLSA YA CONFIRMADA'.               00001720
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001730
                                   'ERROR AL ABRIR UN FICHERO'.         00001740
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001750
                                   'ERROR AL CERRAR UN FICHERO'.        00001760
               10  CA-ERR-LEER             PIC X(25)   VALUE            00001770
                                   'ERROR AL LEER UN FICHERO'.          00001780
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001790
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001800
               10  CA-ERR-FECHA-PROCESO    PIC X(38)   VALUE            00001810
                         'FECHA DE PROCESO DE SYSIN SIN INFORMAR'.      00001820
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00001830
                         'ERROR AL CALCULAR LA FECHA LIMITE     '.      00001840
               10  CA-ERR-BOLSA            PIC X(39)   VALUE            00001850
                         'ERROR AL ACCEDER A LA TABLA MANIF_BOLSA'.     00001860
               10  CA-PRF-1050             PIC X(23)   VALUE            00001870
                                   '1050-VALIDAR-PARAMETROS'.           00001880
               10  CA-PRF-1100             PIC X(19)   VALUE            00001890
                                   '1100-ABRIR-FICHEROS'.               00001900
               10  CA-PRF-1150             PIC X(20)   VALUE            00001910
                                   '1150-CALCULAR-FECHAS'.              00001920
               10  CA-PRF-2100             PIC X(20)   VALUE            00001930
                                   '2100-CONFIRMAR-BOLSA'.              00001940
               10  CA-PRF-2150             PIC X(22)   VALUE            00001950
                                   '2150-CONSULTAR-BOLSA'.              00001960
               10  CA-PRF-2500             PIC X(24)   VALUE            00001970
                                   '2500-BOLSAS-FUERA-PLAZO'.           00001980
               10  CA-PRF-2510             PIC X(24)   VALUE            00001990
                                   '2510-TRATAR-BOLSA-PLAZO'.           00002000
               10  CA-PRF-3100             PIC X(20)   VALUE            00002010
                                   '3100-CERRAR-FICHEROS'.              00002020
               10  CA-PRF-9100             PIC X(18)   VALUE            00002030
                                   '9100-LEER-MPCHMCE1'.                00002040
               10  CA-PRF-9200             PIC X(22)   VALUE            00002050
                                   '9200-ESCRIBIR-MPCHMCS1'.            00002060
                                                                        00002070
           05  CN-CONSTANTES-NUMERICAS.                                 00002080
               10  CN-1                    PIC 9(01)   VALUE 1.         00002090
               10  CN-4                    PIC 9(01)   VALUE 4.         00002100
               10  CN-DIAS-PLAZO           PIC 9(03)   VALUE 005.       00002110
                                                                        00002120
      ******************************************************************00002130
      *                    C O N T A D O R E S                         *00002140
      ******************************************************************00002150
       01  CT-CONTADORES.                                               00002160
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00002170
           05  CT-CONFIRMADAS              PIC 9(9)    VALUE ZEROES.    00002180
           05  CT-INEXISTENTES             PIC 9(9)    VALUE ZEROES.    00002190
           05  CT-YA-CONFIRMADAS           PIC 9(9)    VALUE ZEROES.    00002200
           05  CT-FUERA-PLAZO              PIC 9(9)    VALUE ZEROES.    00002210
                                                                        00002220
      ******************************************************************00002230
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002240
      ******************************************************************00002250
       01  WK-ESTADISTICA.                                              00002260
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002270
           05  WK-CAB-2                    PIC X(55)   VALUE            00002280
                   '* ESTADISTICAS DE MPCHMCF                   *'.     00002290
           05  WK-CAB-3.                                                00002300
               10  FILLER                  PIC X(45)   VALUE            00002310
                   '* CONFIRMACIONES LEIDAS:                   '.       00002320
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00002330
               10  FILLER                  PIC X(01)   VALUE '*'.       00002340
           05  WK-CAB-4.                                                00002350
               10  FILLER                  PIC X(45)   VALUE            00002360
                   '* BOLSAS CONFIRMADAS:                      '.       00002370
               10  WK-CONFIRMADAS-ED       PIC ZZZZZZZZ9.               00002380
               10  FILLER                  PIC X(01)   VALUE '*'.       00002390
           05  WK-CAB-5.                                                00002400
               10  FILLER                  PIC X(45)   VALUE            00002410
                   '* CONFIRMACIONES DE BOLSA INEXISTENTE:     '.       00002420
               10  WK-INEXISTENTES-ED      PIC ZZZZZZZZ9.               00002430
               10  FILLER                  PIC X(01)   VALUE '*'.       00002440
           05  WK-CAB-6.                                                00002450
               10  FILLER                  PIC X(45)   VALUE            00002460
                   '* CONFIRMACIONES DE BOLSA YA CONFIRMADA:   '.       00002470
               10  WK-YA-CONFIRMADAS-ED    PIC ZZZZZZZZ9.               00002480
               10  FILLER                  PIC X(01)   VALUE '*'.       00002490
           05  WK-CAB-7.                                                00002500
               10  FILLER                  PIC X(45)   VALUE            00002510
                   '* BOLSAS SIN CONFIRMAR FUERA DE PLAZO:     '.       00002520
               10  WK-FUERA-PLAZO-ED       PIC ZZZZZZZZ9.               00002530
               10  FILLER                  PIC X(01)   VALUE '*'.       00002540
                                                                        00002550
      ******************************************************************00002560
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002570
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002580
      ******************************************************************00002590
       01  WK-CANCELACION-BATCH.                                        00002600
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002610
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002620
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002630
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHMCF'. 00002640
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002650
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002660
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002670
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002680
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002690
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002700
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002710
                                                                        00002720
      ******************************************************************00002730
      *                      F I L E  S T A T U S                      *00002740
      ******************************************************************00002750
       01  FS-FILE-STATUS.                                              00002760
           05  FS-MPCHMCE1                 PIC X(02).                   00002770
           05  FS-MPCHMCS1                 PIC X(02).                   00002780
                                                                        00002790
      ******************************************************************00002800
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00002810
      ******************************************************************00002820
       01  WK-PARAMETROS-SYSIN.                                         00002830
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00002840
           05  WK-DIAS-PLAZO-AN            PIC X(03)   VALUE SPACES.    00002850
                                                                        00002860
      ******************************************************************00002870
      * PLAZO DE CONFIRMACION: UNA BOLSA PENDIENTE ESTA FUERA DE PLAZO *00002880
      * SI SU FECHA DE REMESA ES ANTERIOR O IGUAL A WK-FECHA-LIMITE.   *00002890
      ******************************************************************00002900
       01  WK-PLAZO.                                                    00002910
           05  WK-DIAS-PLAZO               PIC S9(04)  COMP VALUE +0.   00002920
           05  WK-FECHA-LIMITE             PIC X(10)   VALUE SPACES.    00002930
           05  WK-USUAUDIT                 PIC X(30)   VALUE 'MPCHMCF'. 00002940
                                                                        00002950
      ******************************************************************00002960
      *                 L I N E A S  D E  I N F O R M E                *00002970
      ******************************************************************00002980
       01  WK-LINEA-CABECERA.                                           00002990
           05  FILLER                      PIC X(52)   VALUE            00003000
               'MPCHMCF - CONFIRMACION DE BOLSAS DE ENTREGA'.           00003010
           05  FILLER                      PIC X(19)   VALUE            00003020
                                   'FECHA DE PROCESO: '.                00003030
           05  WC-FECHA-PROCESO            PIC X(10).                   00003040
           05  FILLER                      PIC X(51)   VALUE SPACES.    00003050
                                                                        00003060
       01  WK-LINEA-TITULO-INC.                                         00003070
           05  FILLER                      PIC X(132)  VALUE            00003080
               'CONFIRMACIONES CON INCIDENCIA'.                         00003090
                                                                        00003100
       01  WK-LINEA-INCIDENCIA.                                         00003110
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003120
           05  WI-IDBOLSA                  PIC X(20).                   00003130
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003140
           05  WI-FECCONFIR                PIC X(10).                   00003150
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003160
           05  WI-USUARIO                  PIC X(08).                   00003170
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003180
           05  WI-MOTIVO                   PIC X(30).                   00003190
           05  FILLER                      PIC X(56)   VALUE SPACES.    00003200
                                                                        00003210
       01  WK-LINEA-TITULO-PLAZO.                                       00003220
           05  FILLER                      PIC X(45)   VALUE            00003230
               'BOLSAS SIN CONFIRMAR CON REMESA HASTA EL'.              00003240
           05  WP-FECHA-LIMITE             PIC X(10).                   00003250
           05  FILLER                      PIC X(77)   VALUE SPACES.    00003260
                                                                        00003270
       01  WK-LINEA-PLAZO.                                              00003280
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003290
           05  WP-CDGENTI                  PIC X(04).                   00003300
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003310
           05  WP-CDOFICINA                PIC X(04).                   00003320
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003330
           05  WP-IDBOLSA                  PIC X(20).                   00003340
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003350
           05  WP-FECREMESA                PIC X(10).                   00003360
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003370
           05  WP-NUMBOLSA                 PIC ZZ9.                     00003380
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003390
           05  WP-NUMTARJETAS              PIC ZZZZ9.                   00003400
           05  FILLER                      PIC X(74)   VALUE SPACES.    00003410
                                                                        00003420
      *--  DCLGEN DE LA TABLA MANIF_BOLSA (BOLSAS DE ENTREGA)           00003430
           EXEC SQL INCLUDE D4467000 END-EXEC.                          00003440
                                                                        00003450
      * -- COPY DE COMUNICACION CON DB2.                                00003460
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003470
                                                                        00003480
      ******************************************************************00003490
      *                       PROCEDURE DIVISION                       *00003500
      ******************************************************************00003510
       PROCEDURE DIVISION.                                              00003520
                                                                        00003530
           PERFORM 1000-INICIO                                          00003540
              THRU 1000-INICIO-EXIT                                     00003550
                                                                        00003560
           PERFORM 2000-PROCESO                                         00003570
              THRU 2000-PROCESO-EXIT                                    00003580
             UNTIL SI-FIN-MPCHMCE1                                      00003590
                                                                        00003600
           PERFORM 2500-BOLSAS-FUERA-PLAZO                              00003610
              THRU 2500-BOLSAS-FUERA-PLAZO-EXIT                         00003620
                                                                        00003630
           PERFORM 3000-FIN                                             00003640
              THRU 3000-FIN-EXIT                                        00003650
                                                                        00003660
           .                                                            00003670
                                                                        00003680
      ******************************************************************00003690
      ***                   1000-INICIO                              ***00003700
      ***                   -----------                              ***00003710
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00003720
      * ABREN LOS FICHEROS Y SE LEE LA PRIMERA CONFIRMACION.           *00003730
      ******************************************************************00003740
       1000-INICIO.                                                     00003750
                                                                        00003760
           INITIALIZE CT-CONTADORES                                     00003770
                                                                        00003780
           SET NO-FIN-MPCHMCE1               TO TRUE                    00003790
                                                                        00003800
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003810
                                                                        00003820
           PERFORM 1050-VALIDAR-PARAMETROS                              00003830
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00003840
                                                                        00003850
           PERFORM 1100-ABRIR-FICHEROS                                  00003860
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003870
                                                                        00003880
           PERFORM 1150-CALCULAR-FECHAS                                 00003890
              THRU 1150-CALCULAR-FECHAS-EXIT                            00003900
                                                                        00003910
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00003920
           MOVE WK-LINEA-CABECERA            TO REG-MPCHMCS1            00003930
           PERFORM 9200-ESCRIBIR-MPCHMCS1                               00003940
              THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                          00003950
                                                                        00003960
           MOVE SPACES                       TO REG-MPCHMCS1            00003970
           PERFORM 9200-ESCRIBIR-MPCHMCS1                               00003980
              THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                          00003990
                                                                        00004000
           MOVE WK-LINEA-TITULO-INC          TO REG-MPCHMCS1            00004010
           PERFORM 9200-ESCRIBIR-MPCHMCS1                               00004020
              THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                          00004030
                                                                        00004040
           PERFORM 9100-LEER-MPCHMCE1                                   00004050
              THRU 9100-LEER-MPCHMCE1-EXIT                              00004060
                                                                        00004070
           .                                                            00004080
       1000-INICIO-EXIT.                                                00004090
           EXIT.                                                        00004100
                                                                        00004110
      ******************************************************************00004120
      ***                   1050-VALIDAR-PARAMETROS                  ***00004130
      ***                   -----------------------                  ***00004140
      * SE COMPRUEBA QUE LLEGA LA FECHA DE PROCESO Y SE TOMAN LOS DIAS *00004150
      * DE PLAZO DE SYSIN O LOS DE DEFECTO.                            *00004160
      ******************************************************************00004170
       1050-VALIDAR-PARAMETROS.                                         00004180
                                                                        00004190
           IF  WK-FECHA-PROCESO = SPACES                                00004200
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004210
               MOVE CA-ERR-FECHA-PROCESO     TO WK-DESCRIPCION          00004220
               MOVE CA-PRF-1050              TO WK-PARRAFO              00004230
                                                                        00004240
               PERFORM 9000-CANCELACION                                 00004250
                  THRU 9000-CANCELACION-EXIT                            00004260
                                                                        00004270
           END-IF                                                       00004280
                                                                        00004290
           IF  WK-DIAS-PLAZO-AN NUMERIC                                 00004300
               MOVE WK-DIAS-PLAZO-AN         TO WK-DIAS-PLAZO           00004310
           ELSE                                                         00004320
               MOVE CN-DIAS-PLAZO            TO WK-DIAS-PLAZO           00004330
           END-IF                                                       00004340
                                                                        00004350
           .                                                            00004360
       1050-VALIDAR-PARAMETROS-EXIT.                                    00004370
           EXIT.                                                        00004380
                                                                        00004390
      ******************************************************************00004400
      ***                   1100-ABRIR-FICHEROS                      ***00004410
      ***                   -------------------                      ***00004420
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00004430
      ******************************************************************00004440
       1100-ABRIR-FICHEROS.                                             00004450
                                                                        00004460
           OPEN INPUT  MPCHMCE1                                         00004470
                OUTPUT MPCHMCS1                                         00004480
                                                                        00004490
           IF  FS-MPCHMCE1 NOT = CA-FS-OK                               00004500
               MOVE CA-MPCHMCE1              TO WK-DDNAME               00004510
               MOVE FS-MPCHMCE1              TO WK-FILE-STATUS          00004520
               GO TO 1100-ERROR-APERTURA                                00004530
           END-IF                                                       00004540
                                                                        00004550
           IF  FS-MPCHMCS1 NOT = CA-FS-OK                               00004560
               MOVE CA-MPCHMCS1              TO WK-DDNAME               00004570
               MOVE FS-MPCHMCS1              TO WK-FILE-STATUS          00004580
               GO TO 1100-ERROR-APERTURA                                00004590
           END-IF                                                       00004600
                                                                        00004610
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00004620
                                                                        00004630
           .                                                            00004640
       1100-ERROR-APERTURA.                                             00004650
                                                                        00004660
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00004670
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00004680
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00004690
                                                                        00004700
           PERFORM 9000-CANCELACION                                     00004710
              THRU 9000-CANCELACION-EXIT                                00004720
                                                                        00004730
           .                                                            00004740
       1100-ABRIR-FICHEROS-EXIT.                                        00004750
           EXIT.                                                        00004760
                                                                        00004770
      ******************************************************************00004780
      ***                   1150-CALCULAR-FECHAS                     ***00004790
      ***                   --------------------                     ***00004800
      * SE CALCULA LA FECHA DE REMESA HASTA LA QUE UNA BOLSA SIN       *00004810
      * CONFIRMAR HA SUPERADO EL PLAZO.                                *00004820
      ******************************************************************00004830
       1150-CALCULAR-FECHAS.                                            00004840
                                                                        00004850
           EXEC SQL                                                     00004860
                SELECT CHAR(DATE(:WK-FECHA-PROCESO) -                   00004870
                            :WK-DIAS-PLAZO DAYS, ISO)                   00004880
                  INTO :WK-FECHA-LIMITE                                 00004890
                  FROM SYSIBM.SYSDUMMY1                                 00004900
           END-EXEC                                                     00004910
                                                                        00004920
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004930
                                                                        00004940
           IF  NOT DB2-OK                                               00004950
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004960
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00004970
               MOVE CA-PRF-1150               TO WK-PARRAFO             00004980
               MOVE CA-MPCHMCF                TO WK-RUTINA              00004990
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00005000
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005010
                                                                        00005020
               PERFORM 9000-CANCELACION                                 00005030
                  THRU 9000-CANCELACION-EXIT                            00005040
                                                                        00005050
           END-IF                                                       00005060
                                                                        00005070
           .                                                            00005080
       1150-CALCULAR-FECHAS-EXIT.                                       00005090
           EXIT.                                                        00005100
                                                                        00005110
      ******************************************************************00005120
      ***                   2000-PROCESO                             ***00005130
      ***                   ------------                             ***00005140
      * SE TRATA UNA CONFIRMACION Y SE LEE LA SIGUIENTE.               *00005150
      ******************************************************************00005160
       2000-PROCESO.                                                    00005170
                                                                        00005180
           PERFORM 2100-CONFIRMAR-BOLSA                                 00005190
              THRU 2100-CONFIRMAR-BOLSA-EXIT                            00005200
                                                                        00005210
           PERFORM 9100-LEER-MPCHMCE1                                   00005220
              THRU 9100-LEER-MPCHMCE1-EXIT                              00005230
                                                                        00005240
           .                                                            00005250
       2000-PROCESO-EXIT.                                               00005260
           EXIT.                                                        00005270
                                                                        00005280
      ******************************************************************00005290
      ***                   2100-CONFIRMAR-BOLSA                     ***00005300
      ***                   --------------------                     ***00005310
      * SE MARCA LA BOLSA COMO CONFIRMADA SI ESTA PENDIENTE. SI NO SE  *00005320
      * ACTUALIZA NINGUNA FILA SE CONSULTA LA BOLSA PARA INFORMAR LA   *00005330
      * INCIDENCIA. SIN FECHA DE CONFIRMACION SE TOMA LA DE PROCESO.   *00005340
      ******************************************************************00005350
       2100-CONFIRMAR-BOLSA.                                            00005360
                                                                        00005370
           IF  CF-FECCONFIR = SPACES                                    00005380
               MOVE WK-FECHA-PROCESO         TO CF-FECCONFIR            00005390
           END-IF                                                       00005400
                                                                        00005410
           MOVE CF-IDBOLSA                   TO G3219-IDBOLSA           00005420
           MOVE CF-FECCONFIR                 TO G3219-FECCONFIR         00005430
           MOVE CF-USUARIO                   TO G3219-USUCONFIR         00005440
                                                                        00005450
           EXEC SQL                                                     00005460
                UPDATE MANIF_BOLSA                                      00005470
                   SET G3219_INDESTADO  = :CA-BOLSA-CONFIRMADA,         00005480
                       G3219_FECCONFIR  = :G3219-FECCONFIR,             00005490
                       G3219_USUCONFIR  = :G3219-USUCONFIR,             00005500
                       G3219_USUAUDIT   = :WK-USUAUDIT,                 00005510
                       G3219_CONTCUR    = CURRENT TIMESTAMP             00005520
                 WHERE G3219_IDBOLSA    = :G3219-IDBOLSA                00005530
                   AND G3219_INDESTADO  = :CA-BOLSA-PENDIENTE           00005540
           END-EXEC                                                     00005550
                                                                        00005560
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005570
                                                                        00005580
           EVALUATE  TRUE                                               00005590
               WHEN  DB2-OK                                             00005600
                     ADD CN-1                TO CT-CONFIRMADAS          00005610
                                                                        00005620
               WHEN  DB2-CLV-NOT-FOUND                                  00005630
                     PERFORM 2150-CONSULTAR-BOLSA                       00005640
                        THRU 2150-CONSULTAR-BOLSA-EXIT                  00005650
                                                                        00005660
               WHEN  OTHER                                              00005670
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00005680
                     MOVE CA-ERR-BOLSA       TO WK-DESCRIPCION          00005690
                     MOVE CA-PRF-2100        TO WK-PARRAFO              00005700
                     MOVE CA-MANIF-BOLSA     TO WK-TABLA-DB2            00005710
                     MOVE CA-UPDATE          TO WK-DATOS-ACCESO         00005720
                                                                        00005730
                     PERFORM 9000-CANCELACION                           00005740
                        THRU 9000-CANCELACION-EXIT                      00005750
                                                                        00005760
           END-EVALUATE                                                 00005770
                                                                        00005780
           .                                                            00005790
       2100-CONFIRMAR-BOLSA-EXIT.                                       00005800
           EXIT.                                                        00005810
                                                                        00005820
      ******************************************************************00005830
      ***                   2150-CONSULTAR-BOLSA                     ***00005840
      ***                   --------------------                     ***00005850
      * LA CONFIRMACION NO CORRESPONDE A UNA BOLSA PENDIENTE: SE       *00005860
      * COMPRUEBA SI LA BOLSA EXISTE Y SE LISTA LA INCIDENCIA.         *00005870
      ******************************************************************00005880
       2150-CONSULTAR-BOLSA.                                            00005890
                                                                        00005900
           EXEC SQL                                                     00005910
                SELECT G3219_INDESTADO                                  00005920
                  INTO :G3219-INDESTADO                                 00005930
                  FROM MANIF_BOLSA                                      00005940
                 WHERE G3219_IDBOLSA    = :G3219-IDBOLSA                00005950
           END-EXEC                                                     00005960
                                                                        00005970
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005980
                                                                        00005990
           EVALUATE  TRUE                                               00006000
               WHEN  DB2-OK                                             00006010
                     ADD CN-1                TO CT-YA-CONFIRMADAS       00006020
                     MOVE CA-INC-CONFIRMADA  TO WI-MOTIVO               00006030
                                                                        00006040
               WHEN  DB2-CLV-NOT-FOUND                                  00006050
                     ADD CN-1                TO CT-INEXISTENTES         00006060
                     MOVE CA-INC-INEXISTENTE TO WI-MOTIVO               00006070
                                                                        00006080
               WHEN  OTHER                                              00006090
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006100
                     MOVE CA-ERR-BOLSA       TO WK-DESCRIPCION          00006110
                     MOVE CA-PRF-2150        TO WK-PARRAFO              00006120
                     MOVE CA-MANIF-BOLSA     TO WK-TABLA-DB2            00006130
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00006140
                                                                        00006150
                     PERFORM 9000-CANCELACION                           00006160
                        THRU 9000-CANCELACION-EXIT                      00006170
                                                                        00006180
           END-EVALUATE                                                 00006190
                                                                        00006200
           MOVE CF-IDBOLSA                   TO WI-IDBOLSA              00006210
           MOVE CF-FECCONFIR                 TO WI-FECCONFIR            00006220
           MOVE CF-USUARIO                   TO WI-USUARIO              00006230
                                                                        00006240
           MOVE WK-LINEA-INCIDENCIA          TO REG-MPCHMCS1            00006250
           PERFORM 9200-ESCRIBIR-MPCHMCS1                               00006260
              THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                          00006270
                                                                        00006280
           .                                                            00006290
       2150-CONSULTAR-BOLSA-EXIT.                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
      ******************************************************************00006330
      ***                   2500-BOLSAS-FUERA-PLAZO                  ***00006340
      ***                   -----------------------                  ***00006350
      * SE LISTAN LAS BOLSAS PENDIENTES DE CONFIRMAR CON FECHA DE      *00006360
      * REMESA HASTA LA FECHA LIMITE, POR ENTIDAD Y OFICINA.           *00006370
      ******************************************************************00006380
       2500-BOLSAS-FUERA-PLAZO.                                         00006390
                                                                        00006400
           MOVE SPACES                       TO REG-MPCHMCS1            00006410
           PERFORM 9200-ESCRIBIR-MPCHMCS1                               00006420
              THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                          00006430
                                                                        00006440
           MOVE WK-FECHA-LIMITE              TO WP-FECHA-LIMITE         00006450
           MOVE WK-LINEA-TITULO-PLAZO        TO REG-MPCHMCS1            00006460
           PERFORM 9200-ESCRIBIR-MPCHMCS1                               00006470
              THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                          00006480
                                                                        00006490
           EXEC SQL                                                     00006500
                DECLARE C-BOLSAS CURSOR FOR                             00006510
                SELECT G3219_IDBOLSA,                                   00006520
                       G3219_CDGENTI,                                   00006530
                       G3219_CDOFICINA,                                 00006540
                       CHAR(G3219_FECREMESA, ISO),                      00006550
                       G3219_NUMBOLSA,                                  00006560
                       G3219_NUMTARJETAS                                00006570
                  FROM MANIF_BOLSA                                      00006580
                 WHERE G3219_INDESTADO  = :CA-BOLSA-PENDIENTE           00006590
                   AND G3219_FECREMESA <= :WK-FECHA-LIMITE              00006600
                 ORDER BY G3219_CDGENTI, G3219_CDOFICINA,               00006610
                          G3219_IDBOLSA                                 00006620
           END-EXEC                                                     00006630
                                                                        00006640
           EXEC SQL                                                     00006650
                OPEN C-BOLSAS                                           00006660
           END-EXEC                                                     00006670
                                                                        00006680
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006690
                                                                        00006700
           IF  NOT DB2-OK                                               00006710
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00006720
               MOVE CA-ERR-BOLSA             TO WK-DESCRIPCION          00006730
               MOVE CA-PRF-2500              TO WK-PARRAFO              00006740
               MOVE CA-MANIF-BOLSA           TO WK-TABLA-DB2            00006750
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00006760
                                                                        00006770
               PERFORM 9000-CANCELACION                                 00006780
                  THRU 9000-CANCELACION-EXIT                            00006790
                                                                        00006800
           END-IF                                                       00006810
                                                                        00006820
           SET NO-FIN-BOLSAS                 TO TRUE                    00006830
                                                                        00006840
           PERFORM 2510-TRATAR-BOLSA-PLAZO                              00006850
              THRU 2510-TRATAR-BOLSA-PLAZO-EXIT                         00006860
             UNTIL SI-FIN-BOLSAS                                        00006870
                                                                        00006880
           EXEC SQL                                                     00006890
                CLOSE C-BOLSAS                                          00006900
           END-EXEC                                                     00006910
                                                                        00006920
           .                                                            00006930
       2500-BOLSAS-FUERA-PLAZO-EXIT.                                    00006940
           EXIT.                                                        00006950
                                                                        00006960
      ******************************************************************00006970
      ***                   2510-TRATAR-BOLSA-PLAZO                  ***00006980
      ***                   -----------------------                  ***00006990
      * SE LEE Y LISTA UNA BOLSA SIN CONFIRMAR FUERA DE PLAZO.         *00007000
      ******************************************************************00007010
       2510-TRATAR-BOLSA-PLAZO.                                         00007020
                                                                        00007030
           INITIALIZE DCLMANIF-BOLSA                                    00007040
                                                                        00007050
           EXEC SQL                                                     00007060
                FETCH C-BOLSAS                                          00007070
                 INTO :G3219-IDBOLSA,                                   00007080
                      :G3219-CDGENTI,                                   00007090
                      :G3219-CDOFICINA,                                 00007100
                      :G3219-FECREMESA,                                 00007110
                      :G3219-NUMBOLSA,                                  00007120
                      :G3219-NUMTARJETAS                                00007130
           END-EXEC                                                     00007140
                                                                        00007150
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007160
                                                                        00007170
           EVALUATE  TRUE                                               00007180
               WHEN  DB2-OK                                             00007190
                     ADD CN-1                TO CT-FUERA-PLAZO          00007200
                                                                        00007210
                     MOVE G3219-CDGENTI      TO WP-CDGENTI              00007220
                     MOVE G3219-CDOFICINA    TO WP-CDOFICINA            00007230
                     MOVE G3219-IDBOLSA      TO WP-IDBOLSA              00007240
                     MOVE G3219-FECREMESA    TO WP-FECREMESA            00007250
                     MOVE G3219-NUMBOLSA     TO WP-NUMBOLSA             00007260
                     MOVE G3219-NUMTARJETAS  TO WP-NUMTARJETAS          00007270
                                                                        00007280
                     MOVE WK-LINEA-PLAZO     TO REG-MPCHMCS1            00007290
                     PERFORM 9200-ESCRIBIR-MPCHMCS1                     00007300
                        THRU 9200-ESCRIBIR-MPCHMCS1-EXIT                00007310
                                                                        00007320
               WHEN  DB2-CLV-NOT-FOUND                                  00007330
                     SET SI-FIN-BOLSAS       TO TRUE                    00007340
                                                                        00007350
               WHEN  OTHER                                              00007360
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007370
                     MOVE CA-ERR-BOLSA       TO WK-DESCRIPCION          00007380
                     MOVE CA-PRF-2510        TO WK-PARRAFO              00007390
                     MOVE CA-MANIF-BOLSA     TO WK-TABLA-DB2            00007400
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00007410
                                                                        00007420
                     PERFORM 9000-CANCELACION                           00007430
                        THRU 9000-CANCELACION-EXIT                      00007440
                                                                        00007450
           END-EVALUATE                                                 00007460
                                                                        00007470
           .                                                            00007480
       2510-TRATAR-BOLSA-PLAZO-EXIT.                                    00007490
           EXIT.                                                        00007500
                                                                        00007510
      ******************************************************************00007520
      ***                   3000-FIN                                 ***00007530
      ***                   --------                                 ***00007540
      * SE CIERRAN LOS FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE     *00007550
      * DEVUELVE RC 4 SI HAY BOLSAS FUERA DE PLAZO.                    *00007560
      ******************************************************************00007570
       3000-FIN.                                                        00007580
                                                                        00007590
           PERFORM 3100-CERRAR-FICHEROS                                 00007600
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007610
                                                                        00007620
           PERFORM 3200-ESTADISTICAS                                    00007630
              THRU 3200-ESTADISTICAS-EXIT                               00007640
                                                                        00007650
           IF  CT-FUERA-PLAZO > ZEROES                                  00007660
               MOVE CN-4                     TO RETURN-CODE             00007670
           END-IF                                                       00007680
                                                                        00007690
           STOP RUN                                                     00007700
                                                                        00007710
           .                                                            00007720
       3000-FIN-EXIT.                                                   00007730
           EXIT.                                                        00007740
                                                                        00007750
      ******************************************************************00007760
      ***                   3100-CERRAR-FICHEROS                     ***00007770
      ***                   ---------------------                    ***00007780
      * SE CIERRAN LOS FICHEROS.                                       *00007790
      ******************************************************************00007800
       3100-CERRAR-FICHEROS.                                            00007810
                                                                        00007820
           CLOSE MPCHMCE1                                               00007830
                 MPCHMCS1                                               00007840
                                                                        00007850
           IF  FS-MPCHMCS1 NOT = CA-FS-OK                               00007860
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007870
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00007880
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007890
               MOVE CA-MPCHMCS1              TO WK-DDNAME               00007900
               MOVE FS-MPCHMCS1              TO WK-FILE-STATUS          00007910
                                                                        00007920
               PERFORM 9000-CANCELACION                                 00007930
                  THRU 9000-CANCELACION-EXIT                            00007940
                                                                        00007950
           END-IF                                                       00007960
                                                                        00007970
           .                                                            00007980
       3100-CERRAR-FICHEROS-EXIT.                                       00007990
           EXIT.                                                        00008000
                                                                        00008010
      ******************************************************************00008020
      ***                   3200-ESTADISTICAS                        ***00008030
      ***                   -----------------                        ***00008040
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008050
      ******************************************************************00008060
       3200-ESTADISTICAS.                                               00008070
                                                                        00008080
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00008090
           MOVE CT-CONFIRMADAS                TO WK-CONFIRMADAS-ED      00008100
           MOVE CT-INEXISTENTES               TO WK-INEXISTENTES-ED     00008110
           MOVE CT-YA-CONFIRMADAS             TO WK-YA-CONFIRMADAS-ED   00008120
           MOVE CT-FUERA-PLAZO                TO WK-FUERA-PLAZO-ED      00008130
                                                                        00008140
           DISPLAY WK-CAB-1                                             00008150
           DISPLAY WK-CAB-2                                             00008160
           DISPLAY WK-CAB-1                                             00008170
           DISPLAY WK-CAB-3                                             00008180
           DISPLAY WK-CAB-4                                             00008190
           DISPLAY WK-CAB-5                                             00008200
           DISPLAY WK-CAB-6                                             00008210
           DISPLAY WK-CAB-7                                             00008220
           DISPLAY WK-CAB-1                                             00008230
                                                                        00008240
           .                                                            00008250
       3200-ESTADISTICAS-EXIT.                                          00008260
           EXIT.                                                        00008270
                                                                        00008280
      ******************************************************************00008290
      ***                   9100-LEER-MPCHMCE1                       ***00008300
      ***                   ------------------                       ***00008310
      * SE LEE LA SIGUIENTE CONFIRMACION.                              *00008320
      ******************************************************************00008330
       9100-LEER-MPCHMCE1.                                              00008340
                                                                        00008350
           READ MPCHMCE1                                                00008360
           AT END                                                       00008370
                SET SI-FIN-MPCHMCE1          TO TRUE                    00008380
           END-READ                                                     00008390
                                                                        00008400
           IF  FS-MPCHMCE1 NOT = CA-FS-OK AND CA-FS-EOF                 00008410
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008420
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00008430
               MOVE CA-PRF-9100              TO WK-PARRAFO              00008440
               MOVE CA-MPCHMCE1              TO WK-DDNAME               00008450
               MOVE FS-MPCHMCE1              TO WK-FILE-STATUS          00008460
                                                                        00008470
               PERFORM 9000-CANCELACION                                 00008480
                  THRU 9000-CANCELACION-EXIT                            00008490
                                                                        00008500
           END-IF                                                       00008510
                                                                        00008520
           IF  NO-FIN-MPCHMCE1                                          00008530
               ADD CN-1                      TO CT-LEIDAS               00008540
           END-IF                                                       00008550
                                                                        00008560
           .                                                            00008570
       9100-LEER-MPCHMCE1-EXIT.                                         00008580
           EXIT.                                                        00008590
                                                                        00008600
      ******************************************************************00008610
      ***                   9200-ESCRIBIR-MPCHMCS1                   ***00008620
      ***                   ----------------------                   ***00008630
      * SE ESCRIBE UNA LINEA DEL INFORME.                              *00008640
      ******************************************************************00008650
       9200-ESCRIBIR-MPCHMCS1.                                          00008660
                                                                        00008670
           WRITE REG-MPCHMCS1                                           00008680
                                                                        00008690
           IF  FS-MPCHMCS1 NOT = CA-FS-OK                               00008700
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008710
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00008720
               MOVE CA-PRF-9200              TO WK-PARRAFO              00008730
               MOVE CA-MPCHMCS1              TO WK-DDNAME               00008740
               MOVE FS-MPCHMCS1              TO WK-FILE-STATUS          00008750
               MOVE REG-MPCHMCS1             TO WK-DATOS-REGISTRO       00008760
                                                                        00008770
               PERFORM 9000-CANCELACION                                 00008780
                  THRU 9000-CANCELACION-EXIT                            00008790
                                                                        00008800
           END-IF                                                       00008810
                                                                        00008820
           .                                                            00008830
       9200-ESCRIBIR-MPCHMCS1-EXIT.                                     00008840
           EXIT.                                                        00008850
                                                                        00008860
      ******************************************************************00008870
      ***                   9000-CANCELACION                         ***00008880
      ***                   ----------------                         ***00008890
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008900
      ******************************************************************00008910
       9000-CANCELACION.                                                00008920
                                                                        00008930
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008940
                                                                        00008950
           EVALUATE  TRUE                                               00008960
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00008970
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008980
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008990
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00009000
                         RESPONSABLE('WK-RESPONSABLE')                  00009010
                         DESCRIPCION('WK-DESCRIPCION')                  00009020
                         PROGRAMA('WK-PROGRAMA')                        00009030
                         PARRAFO('WK-PARRAFO')                          00009040
                         SQLCA('SQLCA')                                 00009050
                         TABLA_DB2('WK-TABLA-DB2')                      00009060
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00009070
                     END-FUN                                            00009080
                                                                        00009090
               WHEN  OTHER                                              00009100
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009110
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009120
                         RESPONSABLE('WK-RESPONSABLE')                  00009130
                         DESCRIPCION('WK-DESCRIPCION')                  00009140
                         PROGRAMA('WK-PROGRAMA')                        00009150
                         PARRAFO('WK-PARRAFO')                          00009160
                         DDNAME('WK-DDNAME')                            00009170
                         FILE_STATUS('WK-FILE-STATUS')                  00009180
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00009190
                     END-FUN                                            00009200
                                                                        00009210
           END-EVALUATE                                                 00009220
                                                                        00009230
           .                                                            00009240
       9000-CANCELACION-EXIT.                                           00009250
           EXIT.                                                        00009260
