      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCCE.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONTROL DE CENTROS EMISORES DEL FICHERO DIARIO   *00000110
      *               DE CONSOLIDACION. SE EJECUTA TRAS KJBCCRL Y      *00000120
      *               ANTES DEL CIERRE DEL DIA (KJBCCDC).              *00000130
      *                                                                *00000140
      *               EL PERFIL DE EMISORES ESPERADOS DE CADA          *00000150
      *               EMPRESA/CENTRO SE OBTIENE DE LOS MOVIMIENTOS     *00000160
      *               QUE KJBCCRL ANOTO EN POS_MOV_CONSO DURANTE LOS   *00000170
      *               ULTIMOS N DIAS HABILES DEL CALENDARIO CONTABLE   *00000180
      *               DE LA EMPRESA (CAL_DIA_HABIL), CONSIDERANDO SOLO *00000190
      *               LOS QUE CAEN EN EL MISMO DIA DE LA SEMANA QUE LA *00000200
      *               FECHA CONTABLE. PARA CADA CENTRO SE CUENTAN LOS  *00000210
      *               DIAS CON ENVIO Y EL RANGO HABITUAL (MINIMO Y     *00000220
      *               MAXIMO) DE MOVIMIENTOS POR DIA.                  *00000230
      *                                                                *00000240
      *               SE LISTAN:                                       *00000250
      *                 - CENTROS SIN ENVIO: ENVIAN HABITUALMENTE ESE  *00000260
      *                   DIA DE LA SEMANA (AL MENOS EL PORCENTAJE DE  *00000270
      *                   DIAS INDICADO) Y HOY NO HAN ENVIADO NADA.    *00000280
      *                 - CENTROS CON CAIDA: HAN ENVIADO, PERO MENOS   *00000290
      *                   DEL PORCENTAJE INDICADO DE SU MINIMO         *00000300
      *                   HABITUAL.                                    *00000310
      *               SOLO SE CONTROLAN LAS EMPRESAS PARA LAS QUE LA   *00000320
      *               FECHA CONTABLE ES DIA HABIL.                     *00000330
      *-                                                              -*00000340
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000350
      *        WK-FECHA-CONTABLE : FECHA CONTABLE (AAAA-MM-DD).        *00000360
      *        WK-SYSIN-DIAS     : DIAS HABILES DEL PERFIL (POS 11-13).*00000370
      *                            BLANCO = 40.                        *00000380
      *        WK-SYSIN-HABITUAL : % MINIMO DE DIAS CON ENVIO PARA     *00000390
      *                            CONSIDERAR HABITUAL AL CENTRO       *00000400
      *                            (POS 14-16). BLANCO = 50.           *00000410
      *        WK-SYSIN-CAIDA    : % DEL MINIMO HABITUAL POR DEBAJO    *00000420
      *                            DEL CUAL HAY CAIDA (POS 17-19).     *00000430
      *                            BLANCO = 50.                        *00000440
      *-                                                              -*00000450
      *  FICHEROS DE SALIDA:                                           *00000460
      *        KJBCCES1 : LISTADO DE CENTROS SIN ENVIO O CON CAIDA.    *00000470
      *-                                                              -*00000480
      *  TABLAS:                                                       *00000490
      *     POS_MOV_CONSO : DIARIO DE MOVIMIENTOS (LECTURA).           *00000500
      *     CAL_DIA_HABIL : CALENDARIO CONTABLE (LECTURA).             *00000510
      *-                                                              -*00000520
      *  RUTINAS Y MODULOS:                                            *00000530
      *        XXBARUN : RUTINA DE CONTROL DE EJECUCIONES BATCH.       *00000540
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000550
      *                  CANCELACION DEL PROGRAMA CON ERROR.           *00000560
      *-                                                              -*00000570
      *  CODIGOS DE RETORNO:                                           *00000580
      *        0 : TODOS LOS CENTROS HABITUALES HAN ENVIADO.           *00000590
      *        4 : CENTROS SIN ENVIO O CON CAIDA. EL OPERADOR DEBE     *00000600
      *            CONTACTAR CON LA SUCURSAL ANTES DEL CIERRE.         *00000610
      *-                                                              -*00000620
      ******************************************************************00000630
      *                  M O D I F I C A C I O N E S                   *00000640
      *                  ---------------------------                   *00000650
      *                                                                *00000660
      * USUARIO  FECHA        DESCRIPCION                              *00000670
      * -------- ----------   ---------------------------------------- *00000680
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000690
      *                                                                *00000700
      ******************************************************************00000710
                                                                        00000720
      ******************************************************************00000730
      * IDENTIFICATION DIVISION                                        *00000740
      ******************************************************************00000750
       IDENTIFICATION DIVISION.                                         00000760
       PROGRAM-ID.    KJBCCCE.                                          00000770
       AUTHOR.        VIEWNEXT.                                         00000780
       DATE-WRITTEN.  15-10-2026.                                       00000790
       DATE-COMPILED.                                                   00000800
                                                                        00000810
      ******************************************************************00000820
      * ENVIRONMENT DIVISION                                           *00000830
      ******************************************************************00000840
       ENVIRONMENT DIVISION.                                            00000850
                                                                        00000860
      *----------------------------------------------------------------*00000870
      * CONFIGURATION SECTION                                          *00000880
      *----------------------------------------------------------------*00000890
       CONFIGURATION SECTION.                                           00000900
                                                                        00000910
       SOURCE-COMPUTER. IBM-3090.                                       00000920
       OBJECT-COMPUTER. IBM-3090.                                       00000930
       SPECIAL-NAMES.                                                   00000940
           DECIMAL-POINT IS COMMA.                                      00000950
                                                                        00000960
      *----------------------------------------------------------------*00000970
      * INPUT OUTPUT SECTION                                           *00000980
      *----------------------------------------------------------------*00000990
       INPUT-OUTPUT SECTION.                                            00001000
       FILE-CONTROL.                                                    00001010
                                                                        00001020
      * -- LISTADO DE CENTROS SIN ENVIO O CON CAIDA.                    00001030
           SELECT KJBCCES1 ASSIGN KJBCCES1                              00001040
                  ACCESS MODE IS SEQUENTIAL                             00001050
                  FILE STATUS IS FS-KJBCCES1.                           00001060
                                                                        00001070
      ******************************************************************00001080
      * DATA DIVISION                                                  *00001090
      ******************************************************************00001100
       DATA DIVISION.                                                   00001110
                                                                        00001120
      *----------------------------------------------------------------*00001130
      * FILE SECTION                                                   *00001140
      *----------------------------------------------------------------*00001150
       FILE SECTION.                                                    00001160
                                                                        00001170
       FD  KJBCCES1                                                     00001180
           BLOCK CONTAINS 0 RECORDS                                     00001190
           RECORDING MODE IS F                                          00001200
           LABEL RECORD ARE STANDARD                                    00001210
           RECORD CONTAINS 132 CHARACTERS                               00001220
           DATA RECORD IS REG-KJBCCES1.                                 00001230
       01  REG-KJBCCES1                    PIC X(132).                  00001240
                                                                        00001250
      *----------------------------------------------------------------*00001260
      * WORKING-STORAGE SECTION                                        *00001270
      *----------------------------------------------------------------*00001280
       WORKING-STORAGE SECTION.                                         00001290
                                                                        00001300
      ******************************************************************00001310
      *                        S W I T C H E S                         *00001320
      ******************************************************************00001330
       01  SW-SWITCHES.                                                 00001340
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001350
               88  DB2-OK                              VALUE 0.         00001360
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001370
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001380
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001390
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001400
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001410
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001420
                                                                        00001430
      ******************************************************************00001440
      *                      C O N S T A N T E S                       *00001450
      ******************************************************************00001460
       01  CT-CONSTANTES.                                               00001470
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001480
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001490
               10  CA-KJBCCCE              PIC X(08)   VALUE 'KJBCCCE'. 00001500
               10  CA-RESP                 PIC X(14)   VALUE            00001510
                                   'MEDIOS DE PAGO'.                    00001520
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001530
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001540
               10  CA-HABIL                PIC X(01)   VALUE 'S'.       00001550
               10  CA-KJBCCES1             PIC X(08)   VALUE 'KJBCCES1'.00001560
               10  CA-POS-MOV-CONSO        PIC X(13)   VALUE            00001570
                                   'POS_MOV_CONSO'.                     00001580
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001590
               10  CA-INC-SIN-ENVIO        PIC X(20)   VALUE            00001600
                                   'SIN ENVIO'.                         00001610
               10  CA-INC-CAIDA            PIC X(20)   VALUE            00001620
                                   'CAIDA DE MOVIMIENTOS'.              00001630
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001640
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001650
               10  CA-ERR-PREREQUISITO     PIC X(41)   VALUE            00001660
                         'LA CONSOLIDACION KJBCCRL NO HA FINALIZADO'.   00001670
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001680
                         'ERROR AL ABRIR UN FICHERO'.                   00001690
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001700
                         'ERROR AL CERRAR UN FICHERO'.                  00001710
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001720
                         'ERROR AL ESCRIBIR UN FICHERO'.                00001730
               10  CA-ERR-CURSOR           PIC X(35)   VALUE            00001740
                         'ERROR EN ACCESO AL CURSOR C-CENTROS'.         00001750
               10  CA-PRF-1000             PIC X(11)   VALUE            00001760
                                   '1000-INICIO'.                       00001770
               10  CA-PRF-1100             PIC X(19)   VALUE            00001780
                                   '1100-ABRIR-FICHEROS'.               00001790
               10  CA-PRF-1200             PIC X(17)   VALUE            00001800
                                   '1200-ABRIR-CURSOR'.                 00001810
               10  CA-PRF-2100             PIC X(21)   VALUE            00001820
                                   '2100-ESCRIBIR-LISTADO'.             00001830
               10  CA-PRF-3100             PIC X(20)   VALUE            00001840
                                   '3100-CERRAR-FICHEROS'.              00001850
               10  CA-PRF-9200             PIC X(16)   VALUE            00001860
                                   '9200-LEER-CURSOR'.                  00001870
                                                                        00001880
           05  CN-CONSTANTES-NUMERICAS.                                 00001890
               10  CN-1                    PIC 9(01)   VALUE 1.         00001900
               10  CN-DIAS-DEFECTO         PIC 9(03)   VALUE 40.        00001910
               10  CN-HABITUAL-DEFECTO     PIC 9(03)   VALUE 50.        00001920
               10  CN-CAIDA-DEFECTO        PIC 9(03)   VALUE 50.        00001930
               10  CN-PORCENTAJE-MAX       PIC 9(03)   VALUE 100.       00001940
                                                                        00001950
       77  CN-RC-AVISO                     PIC 9(01)   VALUE 4.         00001960
                                                                        00001970
      ******************************************************************00001980
      *                    C O N T A D O R E S                         *00001990
      ******************************************************************00002000
       01  CT-CONTADORES.                                               00002010
           05  CT-SIN-ENVIO                PIC 9(9)    VALUE ZEROES.    00002020
           05  CT-CAIDAS                   PIC 9(9)    VALUE ZEROES.    00002030
                                                                        00002040
      ******************************************************************00002050
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002060
      ******************************************************************00002070
       01  WK-ESTADISTICA.                                              00002080
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002090
           05  WK-CAB-2                    PIC X(55)   VALUE            00002100
                   '* ESTADISTICAS DE KJBCCCE                   *'.     00002110
           05  WK-CAB-3.                                                00002120
               10  FILLER                  PIC X(45)   VALUE            00002130
                   '* FECHA CONTABLE CONTROLADA:               '.       00002140
               10  WK-FECHA-ED             PIC X(10).                   00002150
           05  WK-CAB-4.                                                00002160
               10  FILLER                  PIC X(45)   VALUE            00002170
                   '* CENTROS HABITUALES SIN ENVIO:            '.       00002180
               10  WK-SIN-ENVIO-ED         PIC ZZZZZZZZ9.               00002190
               10  FILLER                  PIC X(01)   VALUE '*'.       00002200
           05  WK-CAB-5.                                                00002210
               10  FILLER                  PIC X(45)   VALUE            00002220
                   '* CENTROS CON CAIDA DE MOVIMIENTOS:        '.       00002230
               10  WK-CAIDAS-ED            PIC ZZZZZZZZ9.               00002240
               10  FILLER                  PIC X(01)   VALUE '*'.       00002250
                                                                        00002260
      ******************************************************************00002270
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002280
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002290
      ******************************************************************00002300
       01  WK-CANCELACION-BATCH.                                        00002310
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002320
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002330
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002340
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCCE'. 00002350
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002360
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002370
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002380
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002390
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002400
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002410
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002420
                                                                        00002430
      ******************************************************************00002440
      *                      F I L E  S T A T U S                      *00002450
      ******************************************************************00002460
       01  FS-FILE-STATUS.                                              00002470
           05  FS-KJBCCES1                 PIC X(02).                   00002480
                                                                        00002490
      ******************************************************************00002500
      *                 L I N E A S  D E  I N F O R M E                *00002510
      ******************************************************************00002520
       01  WK-LINEA-CABECERA.                                           00002530
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002540
           05  FILLER                      PIC X(33)   VALUE            00002550
                   'CENTROS SIN ENVIO O CON CAIDA EN '.                 00002560
           05  FILLER                      PIC X(07)   VALUE            00002570
                   'KJBCCRL'.                                           00002580
           05  FILLER                      PIC X(08)   VALUE            00002590
                   '  FECHA '.                                          00002600
           05  WD-CAB-FECHA                PIC X(10).                   00002610
           05  FILLER                      PIC X(08)   VALUE            00002620
                   '  DIAS: '.                                          00002630
           05  WD-CAB-DIAS                 PIC ZZ9.                     00002640
           05  FILLER                      PIC X(12)   VALUE            00002650
                   '  %HABITUAL:'.                                      00002660
           05  WD-CAB-HABITUAL             PIC ZZ9.                     00002670
           05  FILLER                      PIC X(09)   VALUE            00002680
                   '  %CAIDA:'.                                         00002690
           05  WD-CAB-CAIDA                PIC ZZ9.                     00002700
           05  FILLER                      PIC X(16)   VALUE SPACES.    00002710
                                                                        00002720
       01  WK-LINEA-TITULOS.                                            00002730
           05  FILLER                      PIC X(04)   VALUE 'EMPR'.    00002740
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002750
           05  FILLER                      PIC X(04)   VALUE 'CENT'.    00002760
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002770
           05  FILLER                      PIC X(20)   VALUE            00002780
                   'INCIDENCIA'.                                        00002790
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002800
           05  FILLER                      PIC X(09)   VALUE            00002810
                   ' MOV. HOY'.                                         00002820
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002830
           05  FILLER                      PIC X(07)   VALUE            00002840
                   'ENV/DIA'.                                           00002850
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002860
           05  FILLER                      PIC X(09)   VALUE            00002870
                   'MIN.HABIT'.                                         00002880
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002890
           05  FILLER                      PIC X(09)   VALUE            00002900
                   'MAX.HABIT'.                                         00002910
           05  FILLER                      PIC X(58)   VALUE SPACES.    00002920
                                                                        00002930
       01  WK-LINEA-DETALLE.                                            00002940
           05  WD-IDEMPRD                  PIC X(04).                   00002950
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002960
           05  WD-IDCENTD                  PIC X(04).                   00002970
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002980
           05  WD-INCIDENCIA               PIC X(20).                   00002990
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003000
           05  WD-MOV-HOY                  PIC ZZZZZZZZ9.               00003010
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003020
           05  WD-DIAS-ENVIO               PIC ZZ9.                     00003030
           05  FILLER                      PIC X(01)   VALUE '/'.       00003040
           05  WD-DIAS-PERFIL              PIC ZZ9.                     00003050
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003060
           05  WD-MIN-MOV                  PIC ZZZZZZZZ9.               00003070
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003080
           05  WD-MAX-MOV                  PIC ZZZZZZZZ9.               00003090
           05  FILLER                      PIC X(58)   VALUE SPACES.    00003100
                                                                        00003110
      ******************************************************************00003120
      *                      V A R I A B L E S                         *00003130
      ******************************************************************00003140
       01  WK-VARIABLES.                                                00003150
           05  WK-PARAMETROS-SYSIN.                                     00003160
               10  WK-FECHA-CONTABLE       PIC X(10).                   00003170
               10  WK-SYSIN-DIAS           PIC X(03).                   00003180
               10  WK-SYSIN-DIAS-N         REDEFINES WK-SYSIN-DIAS      00003190
                                           PIC 9(03).                   00003200
               10  WK-SYSIN-HABITUAL       PIC X(03).                   00003210
               10  WK-SYSIN-HABITUAL-N     REDEFINES WK-SYSIN-HABITUAL  00003220
                                           PIC 9(03).                   00003230
               10  WK-SYSIN-CAIDA          PIC X(03).                   00003240
               10  WK-SYSIN-CAIDA-N        REDEFINES WK-SYSIN-CAIDA     00003250
                                           PIC 9(03).                   00003260
      * -- PARAMETROS DEL PERFIL (VARIABLES HOST).                      00003270
           05  WK-NUM-DIAS                 PIC S9(04)  COMP VALUE +0.   00003280
           05  WK-PCT-HABITUAL             PIC S9(04)  COMP VALUE +0.   00003290
           05  WK-PCT-CAIDA                PIC S9(04)  COMP VALUE +0.   00003300
      * -- RESULTADO DEL CURSOR C-CENTROS.                              00003310
           05  WK-DIAS-PERFIL              PIC S9(09)  COMP VALUE +0.   00003320
           05  WK-DIAS-ENVIO               PIC S9(09)  COMP VALUE +0.   00003330
           05  WK-MIN-MOV                  PIC S9(09)  COMP VALUE +0.   00003340
           05  WK-MAX-MOV                  PIC S9(09)  COMP VALUE +0.   00003350
           05  WK-MOV-HOY                  PIC S9(09)  COMP VALUE +0.   00003360
                                                                        00003370
      * -- COPY DE COMUNICACION CON DB2.                                00003380
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003390
                                                                        00003400
      * -- DCLGEN DE LA TABLA POS_MOV_CONSO (DIARIO DE MOVIMIENTOS).    00003410
           EXEC SQL INCLUDE D7399300 END-EXEC.                          00003420
                                                                        00003430
      * -- DCLGEN DE LA TABLA CAL_DIA_HABIL (CALENDARIO CONTABLE).      00003440
           EXEC SQL INCLUDE D4463700 END-EXEC.                          00003450
                                                                        00003460
      ******************************************************************00003470
      *        C O N T R O L   D E   E J E C U C I O N E S             *00003480
      ******************************************************************00003490
       01  CT-CONTROL-EJECUCION.                                        00003500
           05  CA-XXBARUN              PIC X(08)   VALUE 'XXBARUN'.     00003510
           05  CA-RUN-INICIO           PIC X(01)   VALUE 'I'.           00003520
           05  CA-RUN-FIN              PIC X(01)   VALUE 'F'.           00003530
           05  CA-RUN-CONSULTA         PIC X(01)   VALUE 'C'.           00003540
           05  CA-RUN-FINALIZADO       PIC X(01)   VALUE 'F'.           00003550
           05  CA-RUN-RETORNO-OK       PIC X(02)   VALUE '00'.          00003560
           05  CA-RUN-RC-FIN           PIC X(04)   VALUE '0000'.        00003570
           05  CA-RUN-RC-AVISO         PIC X(04)   VALUE '0004'.        00003580
           05  CA-KJBCCRL              PIC X(08)   VALUE 'KJBCCRL'.     00003590
           05  CA-PRRF-RUN-1900        PIC X(21)   VALUE                00003600
                                   '1900-CONTROL-ARRANQUE'.             00003610
           05  CA-ERR-CONTROL-EJEC     PIC X(37)   VALUE                00003620
                         'ERROR EN LA RUTINA DE CONTROL XXBARUN'.       00003630
                                                                        00003640
      * -- COPY DE COMUNICACION CON LA RUTINA DE CONTROL XXBARUN.       00003650
           COPY XXYARUN.                                                00003660
                                                                        00003670
      ******************************************************************00003680
      *                       PROCEDURE DIVISION                       *00003690
      ******************************************************************00003700
       PROCEDURE DIVISION.                                              00003710
                                                                        00003720
           PERFORM 1000-INICIO                                          00003730
              THRU 1000-INICIO-EXIT                                     00003740
                                                                        00003750
           PERFORM 2000-PROCESO                                         00003760
              THRU 2000-PROCESO-EXIT                                    00003770
             UNTIL SI-FIN-CURSOR                                        00003780
                                                                        00003790
           PERFORM 3000-FIN                                             00003800
              THRU 3000-FIN-EXIT                                        00003810
                                                                        00003820
           .                                                            00003830
                                                                        00003840
      ******************************************************************00003850
      ***                   1000-INICIO                              ***00003860
      ***                   -----------                              ***00003870
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE COMPRUEBA *00003880
      * QUE LA CONSOLIDACION KJBCCRL HA FINALIZADO, SE REGISTRA EL     *00003890
      * ARRANQUE, SE ABREN FICHERO Y CURSOR Y SE LEE EL PRIMER CENTRO. *00003900
      ******************************************************************00003910
       1000-INICIO.                                                     00003920
                                                                        00003930
           INITIALIZE WK-VARIABLES                                      00003940
                      CT-CONTADORES                                     00003950
                                                                        00003960
           SET NO-FIN-CURSOR                 TO TRUE                    00003970
                                                                        00003980
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003990
                                                                        00004000
           PERFORM 1050-VALIDAR-SYSIN                                   00004010
              THRU 1050-VALIDAR-SYSIN-EXIT                              00004020
                                                                        00004030
           PERFORM 1800-CONTROL-PREREQUISITO                            00004040
              THRU 1800-CONTROL-PREREQUISITO-EXIT                       00004050
                                                                        00004060
           PERFORM 1900-CONTROL-ARRANQUE                                00004070
              THRU 1900-CONTROL-ARRANQUE-EXIT                           00004080
                                                                        00004090
           PERFORM 1100-ABRIR-FICHEROS                                  00004100
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004110
                                                                        00004120
           MOVE WK-FECHA-CONTABLE            TO WD-CAB-FECHA            00004130
           MOVE WK-NUM-DIAS                  TO WD-CAB-DIAS             00004140
           MOVE WK-PCT-HABITUAL              TO WD-CAB-HABITUAL         00004150
           MOVE WK-PCT-CAIDA                 TO WD-CAB-CAIDA            00004160
                                                                        00004170
           WRITE REG-KJBCCES1 FROM WK-LINEA-CABECERA                    00004180
                                                                        00004190
           MOVE SPACES                       TO REG-KJBCCES1            00004200
           WRITE REG-KJBCCES1                                           00004210
                                                                        00004220
           WRITE REG-KJBCCES1 FROM WK-LINEA-TITULOS                     00004230
                                                                        00004240
           PERFORM 1200-ABRIR-CURSOR                                    00004250
              THRU 1200-ABRIR-CURSOR-EXIT                               00004260
                                                                        00004270
           PERFORM 9200-LEER-CURSOR                                     00004280
              THRU 9200-LEER-CURSOR-EXIT                                00004290
                                                                        00004300
           .                                                            00004310
       1000-INICIO-EXIT.                                                00004320
           EXIT.                                                        00004330
                                                                        00004340
      ******************************************************************00004350
      ***                   1050-VALIDAR-SYSIN                       ***00004360
      ***                   ------------------                       ***00004370
      * SE VALIDA LA FECHA CONTABLE Y SE TOMAN LOS PARAMETROS DEL      *00004380
      * PERFIL, CON SU VALOR POR DEFECTO SI VIENEN EN BLANCO.          *00004390
      ******************************************************************00004400
       1050-VALIDAR-SYSIN.                                              00004410
                                                                        00004420
           IF  WK-SYSIN-DIAS = SPACES                                   00004430
               MOVE CN-DIAS-DEFECTO          TO WK-SYSIN-DIAS-N         00004440
           END-IF                                                       00004450
                                                                        00004460
           IF  WK-SYSIN-HABITUAL = SPACES                               00004470
               MOVE CN-HABITUAL-DEFECTO      TO WK-SYSIN-HABITUAL-N     00004480
           END-IF                                                       00004490
                                                                        00004500
           IF  WK-SYSIN-CAIDA = SPACES                                  00004510
               MOVE CN-CAIDA-DEFECTO         TO WK-SYSIN-CAIDA-N        00004520
           END-IF                                                       00004530
                                                                        00004540
           IF  WK-FECHA-CONTABLE = SPACES OR LOW-VALUES                 00004550
           OR  WK-SYSIN-DIAS-N     NOT NUMERIC                          00004560
           OR  WK-SYSIN-HABITUAL-N NOT NUMERIC                          00004570
           OR  WK-SYSIN-CAIDA-N    NOT NUMERIC                          00004580
           OR  WK-SYSIN-DIAS-N     = ZEROES                             00004590
           OR  WK-SYSIN-HABITUAL-N > CN-PORCENTAJE-MAX                  00004600
           OR  WK-SYSIN-CAIDA-N    > CN-PORCENTAJE-MAX                  00004610
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004620
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00004630
               MOVE CA-PRF-1000              TO WK-PARRAFO              00004640
                                                                        00004650
               PERFORM 9000-CANCELACION                                 00004660
                  THRU 9000-CANCELACION-EXIT                            00004670
                                                                        00004680
           END-IF                                                       00004690
                                                                        00004700
           MOVE WK-SYSIN-DIAS-N              TO WK-NUM-DIAS             00004710
           MOVE WK-SYSIN-HABITUAL-N          TO WK-PCT-HABITUAL         00004720
           MOVE WK-SYSIN-CAIDA-N             TO WK-PCT-CAIDA            00004730
                                                                        00004740
           .                                                            00004750
       1050-VALIDAR-SYSIN-EXIT.                                         00004760
           EXIT.                                                        00004770
                                                                        00004780
      ******************************************************************00004790
      ***                   1100-ABRIR-FICHEROS                      ***00004800
      ***                   -------------------                      ***00004810
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00004820
      ******************************************************************00004830
       1100-ABRIR-FICHEROS.                                             00004840
                                                                        00004850
           OPEN OUTPUT KJBCCES1                                         00004860
                                                                        00004870
           IF  FS-KJBCCES1 NOT = CA-FS-OK                               00004880
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004890
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004900
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004910
               MOVE CA-KJBCCES1              TO WK-DDNAME               00004920
               MOVE FS-KJBCCES1              TO WK-FILE-STATUS          00004930
                                                                        00004940
               PERFORM 9000-CANCELACION                                 00004950
                  THRU 9000-CANCELACION-EXIT                            00004960
                                                                        00004970
           END-IF                                                       00004980
                                                                        00004990
           .                                                            00005000
       1100-ABRIR-FICHEROS-EXIT.                                        00005010
           EXIT.                                                        00005020
                                                                        00005030
      ******************************************************************00005040
      ***                   1200-ABRIR-CURSOR                        ***00005050
      ***                   -----------------                        ***00005060
      * SE DECLARA Y ABRE EL CURSOR DE CENTROS A AVISAR.               *00005070
      *  - DIAS DEL PERFIL: DIAS HABILES DE LA EMPRESA ANTERIORES A LA *00005080
      *    FECHA CONTABLE, DENTRO DE LOS ULTIMOS WK-NUM-DIAS HABILES,  *00005090
      *    QUE CAEN EN SU MISMO DIA DE LA SEMANA.                      *00005100
      *  - PERFIL (P): POR EMPRESA/CENTRO, DIAS DEL PERFIL CON ENVIO   *00005110
      *    DE KJBCCRL Y MINIMO/MAXIMO DE MOVIMIENTOS EN ESOS DIAS.     *00005120
      *  - DIAS (N): POR EMPRESA, NUMERO DE DIAS DEL PERFIL.           *00005130
      *  - HOY (H): MOVIMIENTOS DE KJBCCRL DE CADA CENTRO EN LA FECHA. *00005140
      * SE DEVUELVEN LOS CENTROS HABITUALES (ENVIARON AL MENOS EL      *00005150
      * WK-PCT-HABITUAL % DE LOS DIAS) CUYO ENVIO DE HOY ES INFERIOR   *00005160
      * AL WK-PCT-CAIDA % DE SU MINIMO HABITUAL (CERO = SIN ENVIO), DE *00005170
      * EMPRESAS PARA LAS QUE LA FECHA ES DIA HABIL.                   *00005180
      ******************************************************************00005190
       1200-ABRIR-CURSOR.                                               00005200
                                                                        00005210
           EXEC SQL                                                     00005220
                DECLARE C-CENTROS CURSOR FOR                            00005230
                SELECT P.IDEMPRD , P.IDCENTD , N.NUMDIAS ,              00005240
                       P.DIASENV , P.MINMOV  , P.MAXMOV  ,              00005250
                       COALESCE(H.NUMMOV, 0)                            00005260
                  FROM (SELECT D.IDEMPRD , D.IDCENTD ,                  00005270
                               COUNT(*)      AS DIASENV,                00005280
                               MIN(D.NUMMOV) AS MINMOV ,                00005290
                               MAX(D.NUMMOV) AS MAXMOV                  00005300
                          FROM (SELECT M.G6546_IDEMPRD  AS IDEMPRD,     00005310
                                       M.G6546_IDCENTD  AS IDCENTD,     00005320
                                       M.G6546_FECCONTA AS FECCONTA,    00005330
                                       COUNT(*)         AS NUMMOV       00005340
                                  FROM POS_MOV_CONSO M ,                00005350
                                       CAL_DIA_HABIL C                  00005360
                                 WHERE M.G6546_ORIGEN   = :CA-KJBCCRL   00005370
                                   AND C.G3186_CDGENTI  =               00005380
                                       M.G6546_IDEMPRD                  00005390
                                   AND C.G3186_FECHA    =               00005400
                                       M.G6546_FECCONTA                 00005410
                                   AND C.G3186_INDHABIL = :CA-HABIL     00005420
                                   AND C.G3186_FECHA    <               00005430
                                       DATE(:WK-FECHA-CONTABLE)         00005440
                                   AND DAYOFWEEK_ISO(C.G3186_FECHA) =   00005450
                                       DAYOFWEEK_ISO(                   00005460
                                       DATE(:WK-FECHA-CONTABLE))        00005470
                                   AND (SELECT COUNT(*)                 00005480
                                          FROM CAL_DIA_HABIL C2         00005490
                                         WHERE C2.G3186_CDGENTI  =      00005500
                                               C.G3186_CDGENTI          00005510
                                           AND C2.G3186_INDHABIL =      00005520
                                               :CA-HABIL                00005530
                                           AND C2.G3186_FECHA    >      00005540
                                               C.G3186_FECHA            00005550
                                           AND C2.G3186_FECHA    <      00005560
                                               DATE(:WK-FECHA-CONTABLE))00005570
                                       < :WK-NUM-DIAS                   00005580
                                 GROUP BY M.G6546_IDEMPRD,              00005590
                                          M.G6546_IDCENTD,              00005600
                                          M.G6546_FECCONTA) AS D        00005610
                         GROUP BY D.IDEMPRD, D.IDCENTD) AS P            00005620
                 INNER JOIN                                             00005630
                       (SELECT C.G3186_CDGENTI AS IDEMPRD,              00005640
                               COUNT(*)        AS NUMDIAS               00005650
                          FROM CAL_DIA_HABIL C                          00005660
                         WHERE C.G3186_INDHABIL = :CA-HABIL             00005670
                           AND C.G3186_FECHA    <                       00005680
                               DATE(:WK-FECHA-CONTABLE)                 00005690
                           AND DAYOFWEEK_ISO(C.G3186_FECHA) =           00005700
                               DAYOFWEEK_ISO(DATE(:WK-FECHA-CONTABLE))  00005710
                           AND (SELECT COUNT(*)                         00005720
                                  FROM CAL_DIA_HABIL C2                 00005730
                                 WHERE C2.G3186_CDGENTI  =              00005740
                                       C.G3186_CDGENTI                  00005750
                                   AND C2.G3186_INDHABIL = :CA-HABIL    00005760
                                   AND C2.G3186_FECHA    > C.G3186_FECHA00005770
                                   AND C2.G3186_FECHA    <              00005780
                                       DATE(:WK-FECHA-CONTABLE))        00005790
                               < :WK-NUM-DIAS                           00005800
                         GROUP BY C.G3186_CDGENTI) AS N                 00005810
                    ON N.IDEMPRD = P.IDEMPRD                            00005820
                  LEFT OUTER JOIN                                       00005830
                       (SELECT G6546_IDEMPRD  AS IDEMPRD,               00005840
                               G6546_IDCENTD  AS IDCENTD,               00005850
                               COUNT(*)       AS NUMMOV                 00005860
                          FROM POS_MOV_CONSO                            00005870
                         WHERE G6546_ORIGEN   = :CA-KJBCCRL             00005880
                           AND G6546_FECCONTA =                         00005890
                               DATE(:WK-FECHA-CONTABLE)                 00005900
                         GROUP BY G6546_IDEMPRD, G6546_IDCENTD) AS H    00005910
                    ON H.IDEMPRD = P.IDEMPRD                            00005920
                   AND H.IDCENTD = P.IDCENTD                            00005930
                 WHERE P.DIASENV * 100 >= N.NUMDIAS * :WK-PCT-HABITUAL  00005940
                   AND COALESCE(H.NUMMOV, 0) * 100 <                    00005950
                       P.MINMOV * :WK-PCT-CAIDA                         00005960
                   AND EXISTS                                           00005970
                       (SELECT 1                                        00005980
                          FROM CAL_DIA_HABIL C3                         00005990
                         WHERE C3.G3186_CDGENTI  = P.IDEMPRD            00006000
                           AND C3.G3186_FECHA    =                      00006010
                               DATE(:WK-FECHA-CONTABLE)                 00006020
                           AND C3.G3186_INDHABIL = :CA-HABIL)           00006030
                 ORDER BY P.IDEMPRD, P.IDCENTD                          00006040
           END-EXEC                                                     00006050
                                                                        00006060
           EXEC SQL                                                     00006070
                OPEN C-CENTROS                                          00006080
           END-EXEC                                                     00006090
                                                                        00006100
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006110
                                                                        00006120
           IF  NOT DB2-OK                                               00006130
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006140
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006150
               MOVE CA-PRF-1200               TO WK-PARRAFO             00006160
               MOVE CA-KJBCCCE                TO WK-RUTINA              00006170
               MOVE CA-POS-MOV-CONSO          TO WK-TABLA-DB2           00006180
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006190
                                                                        00006200
               PERFORM 9000-CANCELACION                                 00006210
                  THRU 9000-CANCELACION-EXIT                            00006220
                                                                        00006230
           END-IF                                                       00006240
                                                                        00006250
           .                                                            00006260
       1200-ABRIR-CURSOR-EXIT.                                          00006270
           EXIT.                                                        00006280
                                                                        00006290
      ******************************************************************00006300
      ***                   1800-CONTROL-PREREQUISITO                ***00006310
      ***                   -------------------------                ***00006320
      * SE COMPRUEBA EN LA TABLA DE CONTROL DE EJECUCIONES QUE LA      *00006330
      * CONSOLIDACION KJBCCRL HA FINALIZADO ANTES DE CONTROLAR SUS     *00006340
      * EMISORES.                                                      *00006350
      ******************************************************************00006360
       1800-CONTROL-PREREQUISITO.                                       00006370
                                                                        00006380
           INITIALIZE XXYARUN                                           00006390
                                                                        00006400
           MOVE CA-RUN-CONSULTA              TO XXYARUN-FUNCION-E       00006410
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00006420
           MOVE CA-KJBCCRL                   TO XXYARUN-PREREQUI-E      00006430
                                                                        00006440
           CALL CA-XXBARUN               USING XXYARUN                  00006450
                                                                        00006460
           PERFORM 1950-COMPROBAR-CONTROL                               00006470
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00006480
                                                                        00006490
           IF  XXYARUN-ESTADO-S NOT = CA-RUN-FINALIZADO                 00006500
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006510
               MOVE CA-ERR-PREREQUISITO      TO WK-DESCRIPCION          00006520
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00006530
                                                                        00006540
               PERFORM 9000-CANCELACION                                 00006550
                  THRU 9000-CANCELACION-EXIT                            00006560
                                                                        00006570
           END-IF                                                       00006580
                                                                        00006590
           .                                                            00006600
       1800-CONTROL-PREREQUISITO-EXIT.                                  00006610
           EXIT.                                                        00006620
                                                                        00006630
      ******************************************************************00006640
      ***                   1900-CONTROL-ARRANQUE                    ***00006650
      ***                   ---------------------                    ***00006660
      * SE REGISTRA EL INICIO DE ESTE PROCESO EN LA TABLA DE CONTROL   *00006670
      * DE EJECUCIONES.                                                *00006680
      ******************************************************************00006690
       1900-CONTROL-ARRANQUE.                                           00006700
                                                                        00006710
           INITIALIZE XXYARUN                                           00006720
                                                                        00006730
           MOVE CA-RUN-INICIO                TO XXYARUN-FUNCION-E       00006740
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00006750
                                                                        00006760
           CALL CA-XXBARUN               USING XXYARUN                  00006770
                                                                        00006780
           PERFORM 1950-COMPROBAR-CONTROL                               00006790
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00006800
                                                                        00006810
           .                                                            00006820
       1900-CONTROL-ARRANQUE-EXIT.                                      00006830
           EXIT.                                                        00006840
                                                                        00006850
      ******************************************************************00006860
      ***                   1950-COMPROBAR-CONTROL                   ***00006870
      ***                   ----------------------                   ***00006880
      * SE COMPRUEBA EL RETORNO DE LA RUTINA DE CONTROL XXBARUN.       *00006890
      ******************************************************************00006900
       1950-COMPROBAR-CONTROL.                                          00006910
                                                                        00006920
           IF  XXYARUN-RETORNO NOT = CA-RUN-RETORNO-OK                  00006930
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006940
               MOVE CA-ERR-CONTROL-EJEC      TO WK-DESCRIPCION          00006950
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00006960
                                                                        00006970
               PERFORM 9000-CANCELACION                                 00006980
                  THRU 9000-CANCELACION-EXIT                            00006990
                                                                        00007000
           END-IF                                                       00007010
                                                                        00007020
           .                                                            00007030
       1950-COMPROBAR-CONTROL-EXIT.                                     00007040
           EXIT.                                                        00007050
                                                                        00007060
      ******************************************************************00007070
      ***                   2000-PROCESO                             ***00007080
      ***                   ------------                             ***00007090
      * SE CLASIFICA EL CENTRO (SIN ENVIO O CAIDA), SE LISTA Y SE LEE  *00007100
      * EL SIGUIENTE.                                                  *00007110
      ******************************************************************00007120
       2000-PROCESO.                                                    00007130
                                                                        00007140
           IF  WK-MOV-HOY = ZEROES                                      00007150
               ADD CN-1                      TO CT-SIN-ENVIO            00007160
               MOVE CA-INC-SIN-ENVIO         TO WD-INCIDENCIA           00007170
           ELSE                                                         00007180
               ADD CN-1                      TO CT-CAIDAS               00007190
               MOVE CA-INC-CAIDA             TO WD-INCIDENCIA           00007200
           END-IF                                                       00007210
                                                                        00007220
           PERFORM 2100-ESCRIBIR-LISTADO                                00007230
              THRU 2100-ESCRIBIR-LISTADO-EXIT                           00007240
                                                                        00007250
           PERFORM 9200-LEER-CURSOR                                     00007260
              THRU 9200-LEER-CURSOR-EXIT                                00007270
                                                                        00007280
           .                                                            00007290
       2000-PROCESO-EXIT.                                               00007300
           EXIT.                                                        00007310
                                                                        00007320
      ******************************************************************00007330
      ***                   2100-ESCRIBIR-LISTADO                    ***00007340
      ***                   ---------------------                    ***00007350
      * SE ESCRIBE LA LINEA DEL CENTRO CON SU PERFIL HABITUAL.         *00007360
      ******************************************************************00007370
       2100-ESCRIBIR-LISTADO.                                           00007380
                                                                        00007390
           MOVE G6546-IDEMPRD                TO WD-IDEMPRD              00007400
           MOVE G6546-IDCENTD                TO WD-IDCENTD              00007410
           MOVE WK-MOV-HOY                   TO WD-MOV-HOY              00007420
           MOVE WK-DIAS-ENVIO                TO WD-DIAS-ENVIO           00007430
           MOVE WK-DIAS-PERFIL               TO WD-DIAS-PERFIL          00007440
           MOVE WK-MIN-MOV                   TO WD-MIN-MOV              00007450
           MOVE WK-MAX-MOV                   TO WD-MAX-MOV              00007460
                                                                        00007470
           WRITE REG-KJBCCES1 FROM WK-LINEA-DETALLE                     00007480
                                                                        00007490
           IF  FS-KJBCCES1 NOT = CA-FS-OK                               00007500
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007510
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00007520
               MOVE CA-PRF-2100              TO WK-PARRAFO              00007530
               MOVE CA-KJBCCES1              TO WK-DDNAME               00007540
               MOVE FS-KJBCCES1              TO WK-FILE-STATUS          00007550
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00007560
                                                                        00007570
               PERFORM 9000-CANCELACION                                 00007580
                  THRU 9000-CANCELACION-EXIT                            00007590
                                                                        00007600
           END-IF                                                       00007610
                                                                        00007620
           .                                                            00007630
       2100-ESCRIBIR-LISTADO-EXIT.                                      00007640
           EXIT.                                                        00007650
                                                                        00007660
      ******************************************************************00007670
      ***                   3000-FIN                                 ***00007680
      ***                   --------                                 ***00007690
      * SE CIERRAN CURSOR Y FICHERO, SE REGISTRA EL FIN, SE MUESTRAN   *00007700
      * LAS ESTADISTICAS Y, SI HAY CENTROS A AVISAR, SE DEVUELVE       *00007710
      * CONDITION CODE 4.                                              *00007720
      ******************************************************************00007730
       3000-FIN.                                                        00007740
                                                                        00007750
           PERFORM 3100-CERRAR-FICHEROS                                 00007760
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007770
                                                                        00007780
           PERFORM 3900-REGISTRAR-FIN                                   00007790
              THRU 3900-REGISTRAR-FIN-EXIT                              00007800
                                                                        00007810
           PERFORM 3200-ESTADISTICAS                                    00007820
              THRU 3200-ESTADISTICAS-EXIT                               00007830
                                                                        00007840
           IF  CT-SIN-ENVIO > ZEROES                                    00007850
           OR  CT-CAIDAS    > ZEROES                                    00007860
               MOVE CN-RC-AVISO              TO RETURN-CODE             00007870
           END-IF                                                       00007880
                                                                        00007890
           STOP RUN                                                     00007900
                                                                        00007910
           .                                                            00007920
       3000-FIN-EXIT.                                                   00007930
           EXIT.                                                        00007940
                                                                        00007950
      ******************************************************************00007960
      ***                   3100-CERRAR-FICHEROS                     ***00007970
      ***                   --------------------                     ***00007980
      * SE CIERRAN EL CURSOR Y EL FICHERO.                             *00007990
      ******************************************************************00008000
       3100-CERRAR-FICHEROS.                                            00008010
                                                                        00008020
           EXEC SQL                                                     00008030
                CLOSE C-CENTROS                                         00008040
           END-EXEC                                                     00008050
                                                                        00008060
           CLOSE KJBCCES1                                               00008070
                                                                        00008080
           IF  FS-KJBCCES1 NOT = CA-FS-OK                               00008090
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008100
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00008110
               MOVE CA-PRF-3100              TO WK-PARRAFO              00008120
               MOVE CA-KJBCCES1              TO WK-DDNAME               00008130
               MOVE FS-KJBCCES1              TO WK-FILE-STATUS          00008140
                                                                        00008150
               PERFORM 9000-CANCELACION                                 00008160
                  THRU 9000-CANCELACION-EXIT                            00008170
                                                                        00008180
           END-IF                                                       00008190
                                                                        00008200
           .                                                            00008210
       3100-CERRAR-FICHEROS-EXIT.                                       00008220
           EXIT.                                                        00008230
                                                                        00008240
      ******************************************************************00008250
      ***                   3200-ESTADISTICAS                        ***00008260
      ***                   -----------------                        ***00008270
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008280
      ******************************************************************00008290
       3200-ESTADISTICAS.                                               00008300
                                                                        00008310
           MOVE WK-FECHA-CONTABLE             TO WK-FECHA-ED            00008320
           MOVE CT-SIN-ENVIO                  TO WK-SIN-ENVIO-ED        00008330
           MOVE CT-CAIDAS                     TO WK-CAIDAS-ED           00008340
                                                                        00008350
           DISPLAY WK-CAB-1                                             00008360
           DISPLAY WK-CAB-2                                             00008370
           DISPLAY WK-CAB-1                                             00008380
           DISPLAY WK-CAB-3                                             00008390
           DISPLAY WK-CAB-4                                             00008400
           DISPLAY WK-CAB-5                                             00008410
           DISPLAY WK-CAB-1                                             00008420
                                                                        00008430
           .                                                            00008440
       3200-ESTADISTICAS-EXIT.                                          00008450
           EXIT.                                                        00008460
                                                                        00008470
      ******************************************************************00008480
      ***                   3900-REGISTRAR-FIN                       ***00008490
      ***                   ------------------                       ***00008500
      * SE REGISTRA EL FIN DEL PROCESO EN LA TABLA DE CONTROL DE       *00008510
      * EJECUCIONES, CON RETORNO 0004 SI HAY CENTROS A AVISAR.         *00008520
      ******************************************************************00008530
       3900-REGISTRAR-FIN.                                              00008540
                                                                        00008550
           INITIALIZE XXYARUN                                           00008560
                                                                        00008570
           MOVE CA-RUN-FIN                   TO XXYARUN-FUNCION-E       00008580
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00008590
                                                                        00008600
           IF  CT-SIN-ENVIO = ZEROES                                    00008610
           AND CT-CAIDAS    = ZEROES                                    00008620
               MOVE CA-RUN-RC-FIN            TO XXYARUN-CODRETOR-E      00008630
           ELSE                                                         00008640
               MOVE CA-RUN-RC-AVISO          TO XXYARUN-CODRETOR-E      00008650
           END-IF                                                       00008660
                                                                        00008670
           CALL CA-XXBARUN               USING XXYARUN                  00008680
                                                                        00008690
           PERFORM 1950-COMPROBAR-CONTROL                               00008700
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00008710
                                                                        00008720
           .                                                            00008730
       3900-REGISTRAR-FIN-EXIT.                                         00008740
           EXIT.                                                        00008750
                                                                        00008760
      ******************************************************************00008770
      ***                   9200-LEER-CURSOR                         ***00008780
      ***                   ----------------                         ***00008790
      * SE REALIZA EL FETCH DEL CURSOR C-CENTROS.                      *00008800
      ******************************************************************00008810
       9200-LEER-CURSOR.                                                00008820
                                                                        00008830
           EXEC SQL                                                     00008840
                FETCH C-CENTROS                                         00008850
                 INTO :G6546-IDEMPRD  , :G6546-IDCENTD ,                00008860
                      :WK-DIAS-PERFIL , :WK-DIAS-ENVIO ,                00008870
                      :WK-MIN-MOV     , :WK-MAX-MOV    ,                00008880
                      :WK-MOV-HOY                                       00008890
           END-EXEC                                                     00008900
                                                                        00008910
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008920
                                                                        00008930
           EVALUATE  TRUE                                               00008940
               WHEN  DB2-OK                                             00008950
                     CONTINUE                                           00008960
                                                                        00008970
               WHEN  DB2-CLV-NOT-FOUND                                  00008980
                     SET SI-FIN-CURSOR        TO TRUE                   00008990
                                                                        00009000
               WHEN  OTHER                                              00009010
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00009020
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00009030
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00009040
                     MOVE CA-KJBCCCE          TO WK-RUTINA              00009050
                     MOVE CA-POS-MOV-CONSO    TO WK-TABLA-DB2           00009060
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00009070
                                                                        00009080
                     PERFORM 9000-CANCELACION                           00009090
                        THRU 9000-CANCELACION-EXIT                      00009100
                                                                        00009110
           END-EVALUATE                                                 00009120
                                                                        00009130
           .                                                            00009140
       9200-LEER-CURSOR-EXIT.                                           00009150
           EXIT.                                                        00009160
                                                                        00009170
      ******************************************************************00009180
      ***                   9000-CANCELACION                         ***00009190
      ***                   ----------------                         ***00009200
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00009210
      ******************************************************************00009220
       9000-CANCELACION.                                                00009230
                                                                        00009240
           MOVE CA-RESP                       TO WK-RESPONSABLE         00009250
                                                                        00009260
           EVALUATE  TRUE                                               00009270
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00009280
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009290
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009300
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00009310
                         RESPONSABLE('WK-RESPONSABLE')                  00009320
                         DESCRIPCION('WK-DESCRIPCION')                  00009330
                         PROGRAMA('WK-PROGRAMA')                        00009340
                         PARRAFO('WK-PARRAFO')                          00009350
                         SQLCA('SQLCA')                                 00009360
                         TABLA_DB2('WK-TABLA-DB2')                      00009370
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00009380
                     END-FUN                                            00009390
                                                                        00009400
               WHEN  OTHER                                              00009410
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009420
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009430
                         RESPONSABLE('WK-RESPONSABLE')                  00009440
                         DESCRIPCION('WK-DESCRIPCION')                  00009450
                         PROGRAMA('WK-PROGRAMA')                        00009460
                         PARRAFO('WK-PARRAFO')                          00009470
                         DDNAME('WK-DDNAME')                            00009480
                         FILE_STATUS('WK-FILE-STATUS')                  00009490
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00009500
                     END-FUN                                            00009510
                                                                        00009520
           END-EVALUATE                                                 00009530
                                                                        00009540
           .                                                            00009550
       9000-CANCELACION-EXIT.                                           00009560
           EXIT.                                                        00009570
