      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCIATA.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: INFORME DIARIO DE FORMULARIOS DETENIDOS. SE      *00000110
      *               SELECCIONAN DE LA TABLA FORM_ESTADO LOS          *00000120
      *               FORMULARIOS CUYO ESTADO ACTUAL ES INTERMEDIO     *00000130
      *               (RECIBIDO, RETENIDO POR TOPE, PARA REVISION O    *00000140
      *               POR SANCIONES, TRANSMITIDO, RECHAZADO POR EL     *00000150
      *               PROCESADOR O REENCOLADO) Y QUE LLEVAN EN EL MAS  *00000160
      *               DE N DIAS. SE LISTAN AGRUPADOS POR ESTADO, DEL   *00000170
      *               MAS ANTIGUO AL MAS RECIENTE, CON EL TOTAL DE     *00000180
      *               CADA ESTADO.                                     *00000190
      *-                                                              -*00000200
      *  PARAMETROS SYSIN:                                             *00000210
      *        DIAS DE PERMANENCIA EN EL ESTADO (3 DIGITOS). EN BLANCO *00000220
      *        SE TOMAN 5.                                             *00000230
      *-                                                              -*00000240
      *  FICHEROS DE SALIDA:                                           *00000250
      *        MPCIATS1 : LISTADO DE FORMULARIOS DETENIDOS.            *00000260
      *-                                                              -*00000270
      *  TABLAS DB2:                                                   *00000280
      *        FORM_ESTADO   : CONSULTA.                               *00000290
      *-                                                              -*00000300
      *  RUTINAS Y MODULOS:                                            *00000310
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000320
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000330
      *-                                                              -*00000340
      ******************************************************************00000350
      *                  M O D I F I C A C I O N E S                   *00000360
      *                  ---------------------------                   *00000370
      *                                                                *00000380
      * USUARIO  FECHA        DESCRIPCION                              *00000390
      * -------- ----------   ---------------------------------------- *00000400
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. INFORME DE       *00000410
      *                        FORMULARIOS DETENIDOS EN UN ESTADO      *00000420
      *                        INTERMEDIO.                             *00000430
      *                                                                *00000440
      ******************************************************************00000450
                                                                        00000460
      ******************************************************************00000470
      * IDENTIFICATION DIVISION                                        *00000480
      ******************************************************************00000490
       IDENTIFICATION DIVISION.                                         00000500
       PROGRAM-ID.    MPCIATA.                                          00000510
       AUTHOR.        VIEWNEXT.                                         00000520
       DATE-WRITTEN.  15-10-2026.                                       00000530
       DATE-COMPILED.                                                   00000540
                                                                        00000550
      ******************************************************************00000560
      * ENVIRONMENT DIVISION                                           *00000570
      ******************************************************************00000580
       ENVIRONMENT DIVISION.                                            00000590
                                                                        00000600
      *----------------------------------------------------------------*00000610
      * CONFIGURATION SECTION                                          *00000620
      *----------------------------------------------------------------*00000630
       CONFIGURATION SECTION.                                           00000640
                                                                        00000650
       SOURCE-COMPUTER. IBM-3090.                                       00000660
       OBJECT-COMPUTER. IBM-3090.                                       00000670
       SPECIAL-NAMES.                                                   00000680
           DECIMAL-POINT IS COMMA.                                      00000690
                                                                        00000700
      *----------------------------------------------------------------*00000710
      * INPUT OUTPUT SECTION                                           *00000720
      *----------------------------------------------------------------*00000730
       INPUT-OUTPUT SECTION.                                            00000740
       FILE-CONTROL.                                                    00000750
                                                                        00000760
      * -- LISTADO DE FORMULARIOS DETENIDOS.                            00000770
           SELECT MPCIATS1 ASSIGN MPCIATS1                              00000780
                  ACCESS MODE IS SEQUENTIAL                             00000790
                  FILE STATUS IS FS-MPCIATS1.                           00000800
                                                                        00000810
      ******************************************************************00000820
      * DATA DIVISION                                                  *00000830
      ******************************************************************00000840
       DATA DIVISION.                                                   00000850
                                                                        00000860
      *----------------------------------------------------------------*00000870
      * FILE SECTION                                                   *00000880
      *----------------------------------------------------------------*00000890
       FILE SECTION.                                                    00000900
                                                                        00000910
       FD  MPCIATS1                                                     00000920
           BLOCK CONTAINS 0 RECORDS                                     00000930
           RECORDING MODE IS F                                          00000940
           LABEL RECORD ARE STANDARD                                    00000950
           RECORD CONTAINS 132 CHARACTERS                               00000960
           DATA RECORD IS REG-MPCIATS1.                                 00000970
       01  REG-MPCIATS1                    PIC X(132).                  00000980
                                                                        00000990
      *----------------------------------------------------------------*00001000
      * WORKING-STORAGE SECTION                                        *00001010
      *----------------------------------------------------------------*00001020
       WORKING-STORAGE SECTION.                                         00001030
                                                                        00001040
      ******************************************************************00001050
      *                        S W I T C H E S                         *00001060
      ******************************************************************00001070
       01  SW-SWITCHES.                                                 00001080
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001090
               88  DB2-OK                              VALUE 0.         00001100
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001110
           05  SW-FIN-FORMULARIOS          PIC X(01)   VALUE 'N'.       00001120
               88  SI-FIN-FORMULARIOS                  VALUE 'S'.       00001130
               88  NO-FIN-FORMULARIOS                  VALUE 'N'.       00001140
                                                                        00001150
      ******************************************************************00001160
      *                      C O N S T A N T E S                       *00001170
      ******************************************************************00001180
       01  CT-CONSTANTES.                                               00001190
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001200
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001210
               10  CA-RESP                 PIC X(14)   VALUE            00001220
                                   'MEDIOS DE PAGO'.                    00001230
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001240
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001250
               10  CA-MPCIATA              PIC X(08)   VALUE 'MPCIATA'. 00001260
               10  CA-MPCIATS1             PIC X(08)   VALUE 'MPCIATS1'.00001270
               10  CA-FORM-ESTADO          PIC X(11)   VALUE            00001280
                                   'FORM_ESTADO'.                       00001290
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00001300
                                   'SYSIBM.SYSDUMMY1'.                  00001310
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001320
               10  CA-ESTADO-DESCONOCIDO   PIC X(25)   VALUE            00001330
                                   '(ESTADO NO CATALOGADO)'.            00001340
               10  CA-SIN-DETENIDOS        PIC X(40)   VALUE            00001350
                   '   SIN FORMULARIOS DETENIDOS'.                      00001360
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001370
                                   'ERROR AL ABRIR UN FICHERO'.         00001380
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001390
                                   'ERROR AL CERRAR UN FICHERO'.        00001400
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001410
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001420
               10  CA-ERR-PARAMETROS       PIC X(38)   VALUE            00001430
                         'PARAMETROS DE SYSIN ERRONEOS          '.      00001440
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00001450
                         'ERROR AL OBTENER FECHAS DEL PROCESO   '.      00001460
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001470
                         'ERROR EN EL CURSOR DE FORM_ESTADO     '.      00001480
               10  CA-PRF-1050             PIC X(23)   VALUE            00001490
                                   '1050-VALIDAR-PARAMETROS'.           00001500
               10  CA-PRF-1080             PIC X(20)   VALUE            00001510
                                   '1080-OBTENER-FECHAS'.               00001520
               10  CA-PRF-1100             PIC X(19)   VALUE            00001530
                                   '1100-ABRIR-FICHEROS'.               00001540
               10  CA-PRF-1400             PIC X(19)   VALUE            00001550
                                   '1400-ABRIR-CURSOR'.                 00001560
               10  CA-PRF-3100             PIC X(20)   VALUE            00001570
                                   '3100-CERRAR-FICHEROS'.              00001580
               10  CA-PRF-9100             PIC X(22)   VALUE            00001590
                                   '9100-LEER-FORMULARIO'.              00001600
               10  CA-PRF-9300             PIC X(22)   VALUE            00001610
                                   '9300-ESCRIBIR-LISTADO'.             00001620
                                                                        00001630
           05  CN-CONSTANTES-NUMERICAS.                                 00001640
               10  CN-1                    PIC 9(01)   VALUE 1.         00001650
               10  CN-DIAS-DEFECTO         PIC 9(03)   VALUE 5.         00001660
                                                                        00001670
      ******************************************************************00001680
      *                    C O N T A D O R E S                         *00001690
      ******************************************************************00001700
       01  CT-CONTADORES.                                               00001710
           05  CT-DETENIDOS                PIC 9(9)    VALUE ZEROES.    00001720
           05  CT-ESTADOS                  PIC 9(9)    VALUE ZEROES.    00001730
           05  CT-DETENIDOS-ESTADO         PIC 9(9)    VALUE ZEROES.    00001740
                                                                        00001750
      ******************************************************************00001760
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001770
      ******************************************************************00001780
       01  WK-ESTADISTICA.                                              00001790
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001800
           05  WK-CAB-2                    PIC X(55)   VALUE            00001810
                   '* ESTADISTICAS DE MPCIATA                   *'.     00001820
           05  WK-CAB-3.                                                00001830
               10  FILLER                  PIC X(45)   VALUE            00001840
                   '* FORMULARIOS DETENIDOS:                   '.       00001850
               10  WK-DETENIDOS-ED         PIC ZZZZZZZZ9.               00001860
               10  FILLER                  PIC X(01)   VALUE '*'.       00001870
           05  WK-CAB-4.                                                00001880
               10  FILLER                  PIC X(45)   VALUE            00001890
                   '* ESTADOS CON FORMULARIOS DETENIDOS:       '.       00001900
               10  WK-ESTADOS-ED           PIC ZZZZZZZZ9.               00001910
               10  FILLER                  PIC X(01)   VALUE '*'.       00001920
                                                                        00001930
      ******************************************************************00001940
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00001950
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00001960
      ******************************************************************00001970
       01  WK-CANCELACION-BATCH.                                        00001980
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00001990
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002000
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002010
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCIATA'. 00002020
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002030
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002040
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002050
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002060
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002070
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002080
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002090
                                                                        00002100
      ******************************************************************00002110
      *                      F I L E  S T A T U S                      *00002120
      ******************************************************************00002130
       01  FS-FILE-STATUS.                                              00002140
           05  FS-MPCIATS1                 PIC X(02).                   00002150
                                                                        00002160
      ******************************************************************00002170
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00002180
      ******************************************************************00002190
       01  WK-PARAMETROS-SYSIN.                                         00002200
           05  WK-DIAS-AN                  PIC X(03)   VALUE SPACES.    00002210
                                                                        00002220
      ******************************************************************00002230
      * DIAS DE PERMANENCIA Y FECHA DEL PROCESO (AAAA-MM-DD).          *00002240
      ******************************************************************00002250
       01  WK-DIAS-DETENIDO                PIC S9(09) COMP VALUE ZEROES.00002260
       01  WK-FECHA-PROCESO                PIC X(10)   VALUE SPACES.    00002270
                                                                        00002280
      ******************************************************************00002290
      * DATOS DEL ESTADO EN CURSO Y DEL FORMULARIO LEIDO.              *00002300
      ******************************************************************00002310
       01  WK-ESTADO-ANTERIOR              PIC X(02)   VALUE SPACES.    00002320
       01  WK-DIAS-EN-ESTADO               PIC S9(09) COMP VALUE ZEROES.00002330
       01  WK-IDX-ESTADO                   PIC 9(02)   VALUE ZEROES.    00002340
       01  WK-DESESTADO                    PIC X(25)   VALUE SPACES.    00002350
                                                                        00002360
      ******************************************************************00002370
      * TABLA DE ESTADOS DEL CICLO DE VIDA DE LOS FORMULARIOS.         *00002380
      ******************************************************************00002390
           COPY MPYCICE.                                                00002400
                                                                        00002410
      ******************************************************************00002420
      *                 L I N E A S  D E  I N F O R M E                *00002430
      ******************************************************************00002440
       01  WK-LINEA-CABECERA.                                           00002450
           05  FILLER                      PIC X(52)   VALUE            00002460
               'MPCIATA - FORMULARIOS DETENIDOS EN ESTADO INTERMEDIO'.  00002470
           05  FILLER                      PIC X(09)   VALUE            00002480
                                   ' - FECHA '.                         00002490
           05  WC-FECHA-PROCESO            PIC X(10).                   00002500
           05  FILLER                      PIC X(10)   VALUE            00002510
                                   ' - MAS DE '.                        00002520
           05  WC-DIAS                     PIC ZZ9.                     00002530
           05  FILLER                      PIC X(05)   VALUE ' DIAS'.   00002540
           05  FILLER                      PIC X(43)   VALUE SPACES.    00002550
                                                                        00002560
       01  WK-LINEA-ESTADO.                                             00002570
           05  FILLER                      PIC X(08)   VALUE            00002580
                                   'ESTADO: '.                          00002590
           05  WE-ESTADO                   PIC X(02).                   00002600
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002610
           05  WE-DESESTADO                PIC X(25).                   00002620
           05  FILLER                      PIC X(96)   VALUE SPACES.    00002630
                                                                        00002640
       01  WK-LINEA-TITULOS.                                            00002650
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002660
           05  FILLER                      PIC X(12)   VALUE 'NUMFORM'. 00002670
           05  FILLER                      PIC X(12)   VALUE            00002680
                                   'FECHA ALTA'.                        00002690
           05  FILLER                      PIC X(28)   VALUE            00002700
                                   'ULTIMO CAMBIO DE ESTADO'.           00002710
           05  FILLER                      PIC X(07)   VALUE 'DIAS'.    00002720
           05  FILLER                      PIC X(10)   VALUE 'PROGRAMA'.00002730
           05  FILLER                      PIC X(59)   VALUE 'MOTIVO'.  00002740
                                                                        00002750
       01  WK-LINEA-DETALLE.                                            00002760
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002770
           05  WD-NUMFORM                  PIC 9(10).                   00002780
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002790
           05  WD-FECALTA                  PIC X(10).                   00002800
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002810
           05  WD-TSESTADO                 PIC X(26).                   00002820
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002830
           05  WD-DIAS                     PIC ZZZZ9.                   00002840
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002850
           05  WD-PROGRAMA                 PIC X(08).                   00002860
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002870
           05  WD-MOTIVO                   PIC X(50).                   00002880
           05  FILLER                      PIC X(07)   VALUE SPACES.    00002890
                                                                        00002900
       01  WK-LINEA-TOTAL.                                              00002910
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002920
           05  FILLER                      PIC X(32)   VALUE            00002930
                                   'TOTAL FORMULARIOS EN EL ESTADO: '.  00002940
           05  WT-TOTAL                    PIC ZZZZZZZZ9.               00002950
           05  FILLER                      PIC X(87)   VALUE SPACES.    00002960
                                                                        00002970
      *----------------------------------------------------------------*00002980
      * AREA DE COMUNICACION CON DB2                                   *00002990
      *----------------------------------------------------------------*00003000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003010
                                                                        00003020
      * -- DCLGEN DE LA TABLA FORM_ESTADO.                              00003030
           EXEC SQL INCLUDE D4467300 END-EXEC.                          00003040
                                                                        00003050
      ******************************************************************00003060
      *                       PROCEDURE DIVISION                       *00003070
      ******************************************************************00003080
       PROCEDURE DIVISION.                                              00003090
                                                                        00003100
           PERFORM 1000-INICIO                                          00003110
              THRU 1000-INICIO-EXIT                                     00003120
                                                                        00003130
           PERFORM 2000-PROCESO                                         00003140
              THRU 2000-PROCESO-EXIT                                    00003150
             UNTIL SI-FIN-FORMULARIOS                                   00003160
                                                                        00003170
           PERFORM 3000-FIN                                             00003180
              THRU 3000-FIN-EXIT                                        00003190
                                                                        00003200
           .                                                            00003210
                                                                        00003220
      ******************************************************************00003230
      ***                   1000-INICIO                              ***00003240
      ***                   -----------                              ***00003250
      * SE VALIDAN LOS PARAMETROS, SE OBTIENE LA FECHA DEL PROCESO, SE *00003260
      * ABREN EL FICHERO Y EL CURSOR, SE ESCRIBE LA CABECERA DEL       *00003270
      * LISTADO Y SE LEE EL PRIMER FORMULARIO.                         *00003280
      ******************************************************************00003290
       1000-INICIO.                                                     00003300
                                                                        00003310
           INITIALIZE CT-CONTADORES                                     00003320
                                                                        00003330
           MOVE SPACES                       TO WK-ESTADO-ANTERIOR      00003340
                                                                        00003350
           SET NO-FIN-FORMULARIOS            TO TRUE                    00003360
                                                                        00003370
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003380
                                                                        00003390
           PERFORM 1050-VALIDAR-PARAMETROS                              00003400
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00003410
                                                                        00003420
           PERFORM 1080-OBTENER-FECHAS                                  00003430
              THRU 1080-OBTENER-FECHAS-EXIT                             00003440
                                                                        00003450
           PERFORM 1100-ABRIR-FICHEROS                                  00003460
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003470
                                                                        00003480
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00003490
           MOVE WK-DIAS-DETENIDO             TO WC-DIAS                 00003500
                                                                        00003510
           MOVE WK-LINEA-CABECERA            TO REG-MPCIATS1            00003520
           PERFORM 9300-ESCRIBIR-LISTADO                                00003530
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00003540
                                                                        00003550
           PERFORM 1400-ABRIR-CURSOR                                    00003560
              THRU 1400-ABRIR-CURSOR-EXIT                               00003570
                                                                        00003580
           PERFORM 9100-LEER-FORMULARIO                                 00003590
              THRU 9100-LEER-FORMULARIO-EXIT                            00003600
                                                                        00003610
           .                                                            00003620
       1000-INICIO-EXIT.                                                00003630
           EXIT.                                                        00003640
                                                                        00003650
      ******************************************************************00003660
      ***                   1050-VALIDAR-PARAMETROS                  ***00003670
      ***                   -----------------------                  ***00003680
      * SE VALIDAN LOS DIAS DE PERMANENCIA. EN BLANCO SE TOMA EL VALOR *00003690
      * POR DEFECTO; NO NUMERICO O A CERO CANCELA EL PROCESO.          *00003700
      ******************************************************************00003710
       1050-VALIDAR-PARAMETROS.                                         00003720
                                                                        00003730
           IF  WK-DIAS-AN = SPACES                                      00003740
               MOVE CN-DIAS-DEFECTO          TO WK-DIAS-DETENIDO        00003750
               GO TO 1050-VALIDAR-PARAMETROS-EXIT                       00003760
           END-IF                                                       00003770
                                                                        00003780
           IF  WK-DIAS-AN NOT NUMERIC                                   00003790
            OR WK-DIAS-AN = '000'                                       00003800
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003810
               MOVE CA-ERR-PARAMETROS        TO WK-DESCRIPCION          00003820
               MOVE CA-PRF-1050              TO WK-PARRAFO              00003830
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00003840
                                                                        00003850
               PERFORM 9000-CANCELACION                                 00003860
                  THRU 9000-CANCELACION-EXIT                            00003870
                                                                        00003880
           END-IF                                                       00003890
                                                                        00003900
           MOVE WK-DIAS-AN                   TO WK-DIAS-DETENIDO        00003910
                                                                        00003920
           .                                                            00003930
       1050-VALIDAR-PARAMETROS-EXIT.                                    00003940
           EXIT.                                                        00003950
                                                                        00003960
      ******************************************************************00003970
      ***                   1080-OBTENER-FECHAS                      ***00003980
      ***                   -------------------                      ***00003990
      * SE OBTIENE DE DB2 LA FECHA DEL PROCESO EN FORMATO ISO.         *00004000
      ******************************************************************00004010
       1080-OBTENER-FECHAS.                                             00004020
                                                                        00004030
           EXEC SQL                                                     00004040
                SELECT CHAR(CURRENT DATE, ISO)                          00004050
                  INTO :WK-FECHA-PROCESO                                00004060
                  FROM SYSIBM.SYSDUMMY1                                 00004070
           END-EXEC                                                     00004080
                                                                        00004090
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004100
                                                                        00004110
           IF  NOT DB2-OK                                               00004120
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004130
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00004140
               MOVE CA-PRF-1080               TO WK-PARRAFO             00004150
               MOVE CA-MPCIATA                TO WK-RUTINA              00004160
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00004170
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004180
                                                                        00004190
               PERFORM 9000-CANCELACION                                 00004200
                  THRU 9000-CANCELACION-EXIT                            00004210
                                                                        00004220
           END-IF                                                       00004230
                                                                        00004240
           .                                                            00004250
       1080-OBTENER-FECHAS-EXIT.                                        00004260
           EXIT.                                                        00004270
                                                                        00004280
      ******************************************************************00004290
      ***                   1100-ABRIR-FICHEROS                      ***00004300
      ***                   -------------------                      ***00004310
      * SE REALIZA LA APERTURA DEL FICHERO.                            *00004320
      ******************************************************************00004330
       1100-ABRIR-FICHEROS.                                             00004340
                                                                        00004350
           OPEN OUTPUT MPCIATS1                                         00004360
                                                                        00004370
           IF  FS-MPCIATS1 NOT = CA-FS-OK                               00004380
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004390
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004400
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004410
               MOVE CA-MPCIATS1              TO WK-DDNAME               00004420
               MOVE FS-MPCIATS1              TO WK-FILE-STATUS          00004430
                                                                        00004440
               PERFORM 9000-CANCELACION                                 00004450
                  THRU 9000-CANCELACION-EXIT                            00004460
                                                                        00004470
           END-IF                                                       00004480
                                                                        00004490
           .                                                            00004500
       1100-ABRIR-FICHEROS-EXIT.                                        00004510
           EXIT.                                                        00004520
                                                                        00004530
      ******************************************************************00004540
      ***                   1400-ABRIR-CURSOR                        ***00004550
      ***                   -----------------                        ***00004560
      * SE DECLARA Y ABRE EL CURSOR DE LOS FORMULARIOS QUE LLEVAN MAS  *00004570
      * DE N DIAS EN UN ESTADO INTERMEDIO (LOS MARCADOS COMO TALES EN  *00004580
      * LA TABLA DE ESTADOS MPYCICE), POR ESTADO Y ANTIGUEDAD.         *00004590
      ******************************************************************00004600
       1400-ABRIR-CURSOR.                                               00004610
                                                                        00004620
           EXEC SQL                                                     00004630
                DECLARE C-DETENIDOS CURSOR FOR                          00004640
                SELECT G3222_NUMFORM, G3222_ESTADO,                     00004650
                       CHAR(G3222_FECALTA, ISO),                        00004660
                       CHAR(G3222_TSESTADO),                            00004670
                       G3222_PROGRAMA, G3222_MOTIVO,                    00004680
                       DAYS(CURRENT DATE) - DAYS(G3222_TSESTADO)        00004690
                  FROM FORM_ESTADO                                      00004700
                 WHERE G3222_ESTADO IN ('RE', 'RT', 'RV', 'RS',         00004710
                                        'TR', 'RP', 'RQ')               00004720
                   AND DAYS(CURRENT DATE) - DAYS(G3222_TSESTADO)        00004730
                                        > :WK-DIAS-DETENIDO             00004740
                 ORDER BY G3222_ESTADO, G3222_TSESTADO,                 00004750
                          G3222_NUMFORM                                 00004760
           END-EXEC                                                     00004770
                                                                        00004780
           EXEC SQL                                                     00004790
                OPEN C-DETENIDOS                                        00004800
           END-EXEC                                                     00004810
                                                                        00004820
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004830
                                                                        00004840
           IF  NOT DB2-OK                                               00004850
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004860
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004870
               MOVE CA-PRF-1400               TO WK-PARRAFO             00004880
               MOVE CA-MPCIATA                TO WK-RUTINA              00004890
               MOVE CA-FORM-ESTADO            TO WK-TABLA-DB2           00004900
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004910
                                                                        00004920
               PERFORM 9000-CANCELACION                                 00004930
                  THRU 9000-CANCELACION-EXIT                            00004940
                                                                        00004950
           END-IF                                                       00004960
                                                                        00004970
           .                                                            00004980
       1400-ABRIR-CURSOR-EXIT.                                          00004990
           EXIT.                                                        00005000
                                                                        00005010
      ******************************************************************00005020
      ***                   2000-PROCESO                             ***00005030
      ***                   ------------                             ***00005040
      * AL CAMBIAR DE ESTADO SE CIERRA EL GRUPO ANTERIOR Y SE ABRE EL  *00005050
      * NUEVO; DESPUES SE LISTA EL FORMULARIO Y SE LEE EL SIGUIENTE.   *00005060
      ******************************************************************00005070
       2000-PROCESO.                                                    00005080
                                                                        00005090
           IF  G3222-ESTADO NOT = WK-ESTADO-ANTERIOR                    00005100
               IF  WK-ESTADO-ANTERIOR NOT = SPACES                      00005110
                   PERFORM 2200-TOTAL-ESTADO                            00005120
                      THRU 2200-TOTAL-ESTADO-EXIT                       00005130
               END-IF                                                   00005140
                                                                        00005150
               PERFORM 2100-NUEVO-ESTADO                                00005160
                  THRU 2100-NUEVO-ESTADO-EXIT                           00005170
           END-IF                                                       00005180
                                                                        00005190
           ADD CN-1                          TO CT-DETENIDOS-ESTADO     00005200
                                                                        00005210
           MOVE G3222-NUMFORM                TO WD-NUMFORM              00005220
           MOVE G3222-FECALTA                TO WD-FECALTA              00005230
           MOVE G3222-TSESTADO               TO WD-TSESTADO             00005240
           MOVE WK-DIAS-EN-ESTADO            TO WD-DIAS                 00005250
           MOVE G3222-PROGRAMA               TO WD-PROGRAMA             00005260
           MOVE G3222-MOTIVO                 TO WD-MOTIVO               00005270
                                                                        00005280
           MOVE WK-LINEA-DETALLE             TO REG-MPCIATS1            00005290
           PERFORM 9300-ESCRIBIR-LISTADO                                00005300
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005310
                                                                        00005320
           PERFORM 9100-LEER-FORMULARIO                                 00005330
              THRU 9100-LEER-FORMULARIO-EXIT                            00005340
                                                                        00005350
           .                                                            00005360
       2000-PROCESO-EXIT.                                               00005370
           EXIT.                                                        00005380
                                                                        00005390
      ******************************************************************00005400
      ***                   2100-NUEVO-ESTADO                        ***00005410
      ***                   -----------------                        ***00005420
      * SE OBTIENE LA DESCRIPCION DEL ESTADO Y SE ESCRIBEN SU CABECERA *00005430
      * Y LOS TITULOS DEL GRUPO.                                       *00005440
      ******************************************************************00005450
       2100-NUEVO-ESTADO.                                               00005460
                                                                        00005470
           ADD CN-1                          TO CT-ESTADOS              00005480
           MOVE ZEROES                       TO CT-DETENIDOS-ESTADO     00005490
           MOVE G3222-ESTADO                 TO WK-ESTADO-ANTERIOR      00005500
           MOVE CA-ESTADO-DESCONOCIDO        TO WK-DESESTADO            00005510
                                                                        00005520
           PERFORM 2110-BUSCAR-ESTADO                                   00005530
              THRU 2110-BUSCAR-ESTADO-EXIT                              00005540
             VARYING WK-IDX-ESTADO FROM CN-1 BY CN-1                    00005550
               UNTIL WK-IDX-ESTADO > CN-NUM-ESTADOS-CICLO               00005560
                                                                        00005570
           MOVE SPACES                       TO REG-MPCIATS1            00005580
           PERFORM 9300-ESCRIBIR-LISTADO                                00005590
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005600
                                                                        00005610
           MOVE G3222-ESTADO                 TO WE-ESTADO               00005620
           MOVE WK-DESESTADO                 TO WE-DESESTADO            00005630
                                                                        00005640
           MOVE WK-LINEA-ESTADO              TO REG-MPCIATS1            00005650
           PERFORM 9300-ESCRIBIR-LISTADO                                00005660
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005670
                                                                        00005680
           MOVE WK-LINEA-TITULOS             TO REG-MPCIATS1            00005690
           PERFORM 9300-ESCRIBIR-LISTADO                                00005700
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005710
                                                                        00005720
           .                                                            00005730
       2100-NUEVO-ESTADO-EXIT.                                          00005740
           EXIT.                                                        00005750
                                                                        00005760
      ******************************************************************00005770
      ***                   2110-BUSCAR-ESTADO                       ***00005780
      ***                   ------------------                       ***00005790
      * SE COMPARA EL ESTADO CON UNA ENTRADA DE LA TABLA DE ESTADOS.   *00005800
      ******************************************************************00005810
       2110-BUSCAR-ESTADO.                                              00005820
                                                                        00005830
           IF  CT-EC-CODIGO (WK-IDX-ESTADO) = G3222-ESTADO              00005840
               MOVE CT-EC-DESCRIPCION (WK-IDX-ESTADO)                   00005850
                                             TO WK-DESESTADO            00005860
           END-IF                                                       00005870
                                                                        00005880
           .                                                            00005890
       2110-BUSCAR-ESTADO-EXIT.                                         00005900
           EXIT.                                                        00005910
                                                                        00005920
      ******************************************************************00005930
      ***                   2200-TOTAL-ESTADO                        ***00005940
      ***                   -----------------                        ***00005950
      * SE ESCRIBE EL TOTAL DE FORMULARIOS DETENIDOS DEL ESTADO.       *00005960
      ******************************************************************00005970
       2200-TOTAL-ESTADO.                                               00005980
                                                                        00005990
           MOVE CT-DETENIDOS-ESTADO          TO WT-TOTAL                00006000
                                                                        00006010
           MOVE WK-LINEA-TOTAL               TO REG-MPCIATS1            00006020
           PERFORM 9300-ESCRIBIR-LISTADO                                00006030
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006040
                                                                        00006050
           .                                                            00006060
       2200-TOTAL-ESTADO-EXIT.                                          00006070
           EXIT.                                                        00006080
                                                                        00006090
      ******************************************************************00006100
      ***                   3000-FIN                                 ***00006110
      ***                   --------                                 ***00006120
      * SE CIERRA EL ULTIMO GRUPO, SE CIERRAN EL CURSOR Y EL FICHERO Y *00006130
      * SE MUESTRAN LAS ESTADISTICAS.                                  *00006140
      ******************************************************************00006150
       3000-FIN.                                                        00006160
                                                                        00006170
           IF  CT-DETENIDOS = ZEROES                                    00006180
               MOVE CA-SIN-DETENIDOS         TO REG-MPCIATS1            00006190
               PERFORM 9300-ESCRIBIR-LISTADO                            00006200
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00006210
           ELSE                                                         00006220
               PERFORM 2200-TOTAL-ESTADO                                00006230
                  THRU 2200-TOTAL-ESTADO-EXIT                           00006240
           END-IF                                                       00006250
                                                                        00006260
           PERFORM 3100-CERRAR-FICHEROS                                 00006270
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006280
                                                                        00006290
           PERFORM 3200-ESTADISTICAS                                    00006300
              THRU 3200-ESTADISTICAS-EXIT                               00006310
                                                                        00006320
           STOP RUN                                                     00006330
                                                                        00006340
           .                                                            00006350
       3000-FIN-EXIT.                                                   00006360
           EXIT.                                                        00006370
                                                                        00006380
      ******************************************************************00006390
      ***                   3100-CERRAR-FICHEROS                     ***00006400
      ***                   --------------------                     ***00006410
      * SE REALIZA EL CIERRE DEL CURSOR Y DEL FICHERO.                 *00006420
      ******************************************************************00006430
       3100-CERRAR-FICHEROS.                                            00006440
                                                                        00006450
           EXEC SQL                                                     00006460
                CLOSE C-DETENIDOS                                       00006470
           END-EXEC                                                     00006480
                                                                        00006490
           CLOSE MPCIATS1                                               00006500
                                                                        00006510
           IF  FS-MPCIATS1 NOT = CA-FS-OK                               00006520
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006530
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00006540
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006550
               MOVE CA-MPCIATS1              TO WK-DDNAME               00006560
               MOVE FS-MPCIATS1              TO WK-FILE-STATUS          00006570
                                                                        00006580
               PERFORM 9000-CANCELACION                                 00006590
                  THRU 9000-CANCELACION-EXIT                            00006600
                                                                        00006610
           END-IF                                                       00006620
                                                                        00006630
           .                                                            00006640
       3100-CERRAR-FICHEROS-EXIT.                                       00006650
           EXIT.                                                        00006660
                                                                        00006670
      ******************************************************************00006680
      ***                   3200-ESTADISTICAS                        ***00006690
      ***                   -----------------                        ***00006700
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00006710
      ******************************************************************00006720
       3200-ESTADISTICAS.                                               00006730
                                                                        00006740
           MOVE CT-DETENIDOS                  TO WK-DETENIDOS-ED        00006750
           MOVE CT-ESTADOS                    TO WK-ESTADOS-ED          00006760
                                                                        00006770
           DISPLAY WK-CAB-1                                             00006780
           DISPLAY WK-CAB-2                                             00006790
           DISPLAY WK-CAB-1                                             00006800
           DISPLAY WK-CAB-3                                             00006810
           DISPLAY WK-CAB-4                                             00006820
           DISPLAY WK-CAB-1                                             00006830
                                                                        00006840
           .                                                            00006850
       3200-ESTADISTICAS-EXIT.                                          00006860
           EXIT.                                                        00006870
                                                                        00006880
      ******************************************************************00006890
      ***                   9100-LEER-FORMULARIO                     ***00006900
      ***                   --------------------                     ***00006910
      * SE LEE EL SIGUIENTE FORMULARIO DEL CURSOR. A SU AGOTAMIENTO SE *00006920
      * ACTIVA EL FIN DE FORMULARIOS.                                  *00006930
      ******************************************************************00006940
       9100-LEER-FORMULARIO.                                            00006950
                                                                        00006960
           EXEC SQL                                                     00006970
                FETCH C-DETENIDOS                                       00006980
                 INTO :G3222-NUMFORM,   :G3222-ESTADO,                  00006990
                      :G3222-FECALTA,   :G3222-TSESTADO,                00007000
                      :G3222-PROGRAMA,  :G3222-MOTIVO,                  00007010
                      :WK-DIAS-EN-ESTADO                                00007020
           END-EXEC                                                     00007030
                                                                        00007040
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007050
                                                                        00007060
           EVALUATE  TRUE                                               00007070
               WHEN  DB2-OK                                             00007080
                     ADD CN-1                 TO CT-DETENIDOS           00007090
                                                                        00007100
               WHEN  DB2-CLV-NOT-FOUND                                  00007110
                     SET SI-FIN-FORMULARIOS   TO TRUE                   00007120
                                                                        00007130
               WHEN  OTHER                                              00007140
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007150
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00007160
                     MOVE CA-PRF-9100         TO WK-PARRAFO             00007170
                     MOVE CA-MPCIATA          TO WK-RUTINA              00007180
                     MOVE CA-FORM-ESTADO      TO WK-TABLA-DB2           00007190
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007200
                                                                        00007210
                     PERFORM 9000-CANCELACION                           00007220
                        THRU 9000-CANCELACION-EXIT                      00007230
                                                                        00007240
           END-EVALUATE                                                 00007250
                                                                        00007260
           .                                                            00007270
       9100-LEER-FORMULARIO-EXIT.                                       00007280
           EXIT.                                                        00007290
                                                                        00007300
      ******************************************************************00007310
      ***                   9300-ESCRIBIR-LISTADO                    ***00007320
      ***                   ---------------------                    ***00007330
      * SE ESCRIBE UNA LINEA DEL LISTADO DE FORMULARIOS DETENIDOS.     *00007340
      ******************************************************************00007350
       9300-ESCRIBIR-LISTADO.                                           00007360
                                                                        00007370
           WRITE REG-MPCIATS1                                           00007380
                                                                        00007390
           IF  FS-MPCIATS1 NOT = CA-FS-OK                               00007400
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007410
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00007420
               MOVE CA-PRF-9300              TO WK-PARRAFO              00007430
               MOVE CA-MPCIATS1              TO WK-DDNAME               00007440
               MOVE FS-MPCIATS1              TO WK-FILE-STATUS          00007450
               MOVE REG-MPCIATS1             TO WK-DATOS-REGISTRO       00007460
                                                                        00007470
               PERFORM 9000-CANCELACION                                 00007480
                  THRU 9000-CANCELACION-EXIT                            00007490
                                                                        00007500
           END-IF                                                       00007510
                                                                        00007520
           .                                                            00007530
       9300-ESCRIBIR-LISTADO-EXIT.                                      00007540
           EXIT.                                                        00007550
                                                                        00007560
      ******************************************************************00007570
      ***                   9000-CANCELACION                         ***00007580
      ***                   ----------------                         ***00007590
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007600
      ******************************************************************00007610
       9000-CANCELACION.                                                00007620
                                                                        00007630
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007640
                                                                        00007650
           EVALUATE  TRUE                                               00007660
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007670
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007680
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007690
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007700
                         RESPONSABLE('WK-RESPONSABLE')                  00007710
                         DESCRIPCION('WK-DESCRIPCION')                  00007720
                         PROGRAMA('WK-PROGRAMA')                        00007730
                         PARRAFO('WK-PARRAFO')                          00007740
                         SQLCA('SQLCA')                                 00007750
                         TABLA_DB2('WK-TABLA-DB2')                      00007760
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00007770
                     END-FUN                                            00007780
                                                                        00007790
               WHEN  OTHER                                              00007800
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007810
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007820
                         RESPONSABLE('WK-RESPONSABLE')                  00007830
                         DESCRIPCION('WK-DESCRIPCION')                  00007840
                         PROGRAMA('WK-PROGRAMA')                        00007850
                         PARRAFO('WK-PARRAFO')                          00007860
                         DDNAME('WK-DDNAME')                            00007870
                         FILE_STATUS('WK-FILE-STATUS')                  00007880
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00007890
                     END-FUN                                            00007900
                                                                        00007910
           END-EVALUATE                                                 00007920
                                                                        00007930
           .                                                            00007940
       9000-CANCELACION-EXIT.                                           00007950
           EXIT.                                                        00007960
