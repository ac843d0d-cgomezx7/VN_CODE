      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCUM.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH NOCTURNO DE ALERTAS DE UMBRAL DE   *00000110
      *               SALDO SUSCRITAS POR EL TITULAR. PARA CADA        *00000120
      *               SUSCRIPCION ACTIVA DE POS_ALERT_UMBR CUYA        *00000130
      *               POSICION SE HA MOVIDO EN LA FECHA CONTABLE       *00000140
      *               TRATADA, COMPARA LA ULTIMA FOTO ANTERIOR DE      *00000150
      *               POS_DISP_PMAS_HIST CON EL SALDO ACTUAL DE        *00000160
      *               POS_DISP_PMAS. SOLO SI EL SALDO CRUZA EL UMBRAL  *00000170
      *               EN EL SENTIDO SUSCRITO (BAJA POR DEBAJO O SUBE   *00000180
      *               POR ENCIMA) SE GRABA UN AVISO EN LA INTERFASE DE *00000190
      *               CORRESPONDENCIA, SE ANOTA EN EL LISTADO DEL      *00000200
      *               CENTRO DE CONTACTO Y SE ACTUALIZA LA FECHA DEL   *00000210
      *               ULTIMO AVISO DE LA SUSCRIPCION. UN SALDO QUE     *00000220
      *               PERMANECE AL OTRO LADO DEL UMBRAL NO VUELVE A    *00000230
      *               GENERAR AVISO.                                   *00000240
      *-                                                              -*00000250
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000260
      *        WK-FECHA-PROCESO : FECHA CONTABLE TRATADA.              *00000270
      *-                                                              -*00000280
      *  FICHEROS DE SALIDA:                                           *00000290
      *        KJBCUMS1 : INTERFASE DE AVISOS AL TITULAR.              *00000300
      *        KJBCUMS2 : LISTADO DE AVISOS PARA CENTRO DE CONTACTO.   *00000310
      *-                                                              -*00000320
      *  TABLAS:                                                       *00000330
      *     POS_ALERT_UMBR     : SUSCRIPCIONES DE UMBRAL (ACTUALIZA).  *00000340
      *     POS_DISP_PMAS      : POSICIONES CONSOLIDADAS (LECTURA).    *00000350
      *     POS_DISP_PMAS_HIST : FOTOS HISTORICAS (LECTURA).           *00000360
      *     MPDT007            : CONTRATOS (LECTURA).                  *00000370
      *-                                                              -*00000380
      ******************************************************************00000390
      *                  M O D I F I C A C I O N E S                   *00000400
      *                  ---------------------------                   *00000410
      *                                                                *00000420
      * USUARIO  FECHA        DESCRIPCION                              *00000430
      * -------- ----------   ---------------------------------------- *00000440
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. AVISOS AL        *00000450
      *                        TITULAR POR CRUCE DE UMBRAL DE SALDO.   *00000460
      *                                                                *00000470
      ******************************************************************00000480
                                                                        00000490
      ******************************************************************00000500
      * IDENTIFICATION DIVISION                                        *00000510
      ******************************************************************00000520
       IDENTIFICATION DIVISION.                                         00000530
       PROGRAM-ID.    KJBCCUM.                                          00000540
       AUTHOR.        VIEWNEXT.                                         00000550
       DATE-WRITTEN.  15-10-2026.                                       00000560
       DATE-COMPILED.                                                   00000570
                                                                        00000580
      ******************************************************************00000590
      * ENVIRONMENT DIVISION                                           *00000600
      ******************************************************************00000610
       ENVIRONMENT DIVISION.                                            00000620
                                                                        00000630
      *----------------------------------------------------------------*00000640
      * CONFIGURATION SECTION                                          *00000650
      *----------------------------------------------------------------*00000660
       CONFIGURATION SECTION.                                           00000670
                                                                        00000680
       SOURCE-COMPUTER. IBM-3090.                                       00000690
       OBJECT-COMPUTER. IBM-3090.                                       00000700
       SPECIAL-NAMES.                                                   00000710
           DECIMAL-POINT IS COMMA.                                      00000720
                                                                        00000730
      *----------------------------------------------------------------*00000740
      * INPUT OUTPUT SECTION                                           *00000750
      *----------------------------------------------------------------*00000760
       INPUT-OUTPUT SECTION.                                            00000770
       FILE-CONTROL.                                                    00000780
                                                                        00000790
      * -- INTERFASE DE AVISOS AL TITULAR.                              00000800
           SELECT KJBCUMS1 ASSIGN KJBCUMS1                              00000810
                  ACCESS MODE IS SEQUENTIAL                             00000820
                  FILE STATUS IS FS-KJBCUMS1.                           00000830
                                                                        00000840
      * -- LISTADO DE AVISOS PARA EL CENTRO DE CONTACTO.                00000850
           SELECT KJBCUMS2 ASSIGN KJBCUMS2                              00000860
                  ACCESS MODE IS SEQUENTIAL                             00000870
                  FILE STATUS IS FS-KJBCUMS2.                           00000880
                                                                        00000890
      ******************************************************************00000900
      * DATA DIVISION                                                  *00000910
      ******************************************************************00000920
       DATA DIVISION.                                                   00000930
                                                                        00000940
      *----------------------------------------------------------------*00000950
      * FILE SECTION                                                   *00000960
      *----------------------------------------------------------------*00000970
       FILE SECTION.                                                    00000980
                                                                        00000990
       FD  KJBCUMS1                                                     00001000
           BLOCK CONTAINS 0 RECORDS                                     00001010
           RECORDING MODE IS F                                          00001020
           LABEL RECORD ARE STANDARD                                    00001030
           RECORD CONTAINS 120 CHARACTERS                               00001040
           DATA RECORD IS REG-KJBCUMS1.                                 00001050
       01  REG-KJBCUMS1.                                                00001060
           05  RS-IDEMPRD                  PIC X(04).                   00001070
           05  RS-IDCENTD                  PIC X(04).                   00001080
           05  RS-IDPRODD                  PIC X(03).                   00001090
           05  RS-CODSPROD                 PIC X(03).                   00001100
           05  RS-CTOSALDO                 PIC X(03).                   00001110
           05  RS-CODMONSW                 PIC X(03).                   00001120
           05  RS-CENTALTA                 PIC X(04).                   00001130
           05  RS-CUENTNU                  PIC X(12).                   00001140
           05  RS-SENTIDO                  PIC X(01).                   00001150
           05  RS-CANAL                    PIC X(01).                   00001160
           05  RS-SIGNO-UMBRAL             PIC X(01).                   00001170
           05  RS-IMPORTE-UMBRAL           PIC 9(15)V9(2).              00001180
           05  RS-SIGNO-ANTERIOR           PIC X(01).                   00001190
           05  RS-IMPORTE-ANTERIOR         PIC 9(15)V9(2).              00001200
           05  RS-SIGNO-ACTUAL             PIC X(01).                   00001210
           05  RS-IMPORTE-ACTUAL           PIC 9(15)V9(2).              00001220
           05  RS-FECHA-CONTABLE           PIC X(10).                   00001230
           05  RS-NUMSUSCR                 PIC 9(09).                   00001240
           05  FILLER                      PIC X(09).                   00001250
                                                                        00001260
       FD  KJBCUMS2                                                     00001270
           BLOCK CONTAINS 0 RECORDS                                     00001280
           RECORDING MODE IS F                                          00001290
           LABEL RECORD ARE STANDARD                                    00001300
           RECORD CONTAINS 132 CHARACTERS                               00001310
           DATA RECORD IS REG-KJBCUMS2.                                 00001320
       01  REG-KJBCUMS2                    PIC X(132).                  00001330
                                                                        00001340
      *----------------------------------------------------------------*00001350
      * WORKING-STORAGE SECTION                                        *00001360
      *----------------------------------------------------------------*00001370
       WORKING-STORAGE SECTION.                                         00001380
                                                                        00001390
      ******************************************************************00001400
      *                        S W I T C H E S                         *00001410
      ******************************************************************00001420
       01  SW-SWITCHES.                                                 00001430
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001440
               88  DB2-OK                              VALUE 0.         00001450
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001460
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001470
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001480
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001490
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001500
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001510
           05  SW-EXISTE-FOTO              PIC X(01)   VALUE 'N'.       00001520
               88  SI-EXISTE-FOTO                      VALUE 'S'.       00001530
               88  NO-EXISTE-FOTO                      VALUE 'N'.       00001540
           05  SW-CRUCE                    PIC X(01)   VALUE 'N'.       00001550
               88  SI-CRUCE                            VALUE 'S'.       00001560
               88  NO-CRUCE                            VALUE 'N'.       00001570
                                                                        00001580
      ******************************************************************00001590
      *                      C O N S T A N T E S                       *00001600
      ******************************************************************00001610
       01  CT-CONSTANTES.                                               00001620
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001630
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001640
               10  CA-KJBCCUM              PIC X(08)   VALUE 'KJBCCUM'. 00001650
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001660
      -                            'PAGO'.                              00001670
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001680
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001690
               10  CA-KJBCUMS1             PIC X(08)   VALUE 'KJBCUMS1'.00001700
               10  CA-KJBCUMS2             PIC X(08)   VALUE 'KJBCUMS2'.00001710
               10  CA-POS-ALERT-UMBR       PIC X(14)   VALUE 'POS_ALERT_00001720
      -                            'UMBR'.                              00001730
               10  CA-POS-DISP-PMAS-HIST   PIC X(18)   VALUE 'POS_DISP_P00001740
      -                            'MAS_HIST'.                          00001750
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001760
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001770
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00001780
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001790
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001800
               10  CA-SENTIDO-BAJA         PIC X(01)   VALUE 'D'.       00001810
               10  CA-SENTIDO-SUBE         PIC X(01)   VALUE 'A'.       00001820
               10  CA-ERR-ABRIR-KJBCUMS1   PIC X(34)   VALUE 'ERROR AL A00001830
      -                            'BRIR EL FICHERO KJBCUMS1'.          00001840
               10  CA-ERR-ABRIR-KJBCUMS2   PIC X(34)   VALUE 'ERROR AL A00001850
      -                            'BRIR EL FICHERO KJBCUMS2'.          00001860
               10  CA-ERR-CERRAR-KJBCUMS1  PIC X(35)   VALUE 'ERROR AL C00001870
      -                            'ERRAR EL FICHERO KJBCUMS1'.         00001880
               10  CA-ERR-CERRAR-KJBCUMS2  PIC X(35)   VALUE 'ERROR AL C00001890
      -                            'ERRAR EL FICHERO KJBCUMS2'.         00001900
               10  CA-ERR-ESCRIB-KJBCUMS1  PIC X(34)   VALUE 'ERROR AL E00001910
      -                            'SCRIBIR FICHERO KJBCUMS1'.          00001920
               10  CA-ERR-ESCRIB-KJBCUMS2  PIC X(34)   VALUE 'ERROR AL E00001930
      -                            'SCRIBIR FICHERO KJBCUMS2'.          00001940
               10  CA-ERR-CURSOR           PIC X(39)   VALUE 'ERROR EN A00001950
      -                            'CCESO AL CURSOR C-SUSCRIPC'.        00001960
               10  CA-ERR-FOTO             PIC X(43)   VALUE 'ERROR AL L00001970
      -                            'EER LA FOTO DE POS_DISP_PMAS_HIST'. 00001980
               10  CA-ERR-ACTUALIZAR       PIC X(40)   VALUE 'ERROR AL A00001990
      -                            'CTUALIZAR LA SUSCRIPCION'.          00002000
               10  CA-ERR-COMMIT           PIC X(30)   VALUE 'ERROR AL R00002010
      -                            'EALIZAR EL COMMIT'.                 00002020
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002030
      -                            '-FICHEROS'.                         00002040
               10  CA-PRF-1200             PIC X(18)   VALUE '1200-ABRIR00002050
      -                            '-CURSOR'.                           00002060
               10  CA-PRF-2100             PIC X(19)   VALUE '2100-LEER-00002070
      -                            'FOTO'.                              00002080
               10  CA-PRF-2300             PIC X(20)   VALUE '2300-ESCRI00002090
      -                            'BIR-AVISO'.                         00002100
               10  CA-PRF-2400             PIC X(22)   VALUE '2400-ESCRI00002110
      -                            'BIR-LISTADO'.                       00002120
               10  CA-PRF-2500             PIC X(25)   VALUE '2500-ACTUA00002130
      -                            'LIZAR-SUSCRIPC'.                    00002140
               10  CA-PRF-3050             PIC X(21)   VALUE '3050-CONFI00002150
      -                            'RMAR-AVISOS'.                       00002160
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002170
      -                            'R-FICHEROS'.                        00002180
               10  CA-PRF-9200             PIC X(18)   VALUE '9200-LEER-00002190
      -                            'CURSOR'.                            00002200
                                                                        00002210
           05  CN-CONSTANTES-NUMERICAS.                                 00002220
               10  CN-1                    PIC 9(01)   VALUE 1.         00002230
                                                                        00002240
      ******************************************************************00002250
      *                    C O N T A D O R E S                         *00002260
      ******************************************************************00002270
       01  CT-CONTADORES.                                               00002280
           05  CT-SUSCRIPCIONES            PIC 9(9)    VALUE ZEROES.    00002290
           05  CT-AVISOS                   PIC 9(9)    VALUE ZEROES.    00002300
           05  CT-SIN-CRUCE                PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-SIN-FOTO                 PIC 9(9)    VALUE ZEROES.    00002320
                                                                        00002330
      ******************************************************************00002340
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002350
      ******************************************************************00002360
       01  WK-ESTADISTICA.                                              00002370
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002380
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002390
      -                            'ICAS DE KJBCCUM                     00002400
      -                            '        *'.                         00002410
           05  WK-CAB-3.                                                00002420
               10  FILLER                  PIC X(45)   VALUE '* SUSCRIPC00002430
      -                            'IONES CON MOVIMIENTO:            '. 00002440
               10  WK-SUSCRIPCIONES-ED     PIC ZZZZZZZZ9.               00002450
               10  FILLER                  PIC X(01)   VALUE '*'.       00002460
           05  WK-CAB-4.                                                00002470
               10  FILLER                  PIC X(45)   VALUE '* AVISOS G00002480
      -                            'ENERADOS EN KJBCUMS1:            '. 00002490
               10  WK-AVISOS-ED            PIC ZZZZZZZZ9.               00002500
               10  FILLER                  PIC X(01)   VALUE '*'.       00002510
           05  WK-CAB-5.                                                00002520
               10  FILLER                  PIC X(45)   VALUE '* SUSCRIPC00002530
      -                            'IONES SIN CRUCE DE UMBRAL:       '. 00002540
               10  WK-SIN-CRUCE-ED         PIC ZZZZZZZZ9.               00002550
               10  FILLER                  PIC X(01)   VALUE '*'.       00002560
           05  WK-CAB-6.                                                00002570
               10  FILLER                  PIC X(45)   VALUE '* POSICION00002580
      -                            'ES SIN FOTO ANTERIOR:            '. 00002590
               10  WK-SIN-FOTO-ED          PIC ZZZZZZZZ9.               00002600
               10  FILLER                  PIC X(01)   VALUE '*'.       00002610
                                                                        00002620
      ******************************************************************00002630
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002640
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002650
      ******************************************************************00002660
       01  WK-CANCELACION-BATCH.                                        00002670
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002680
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002690
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002700
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCUM'. 00002710
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002720
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002730
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002740
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002750
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002760
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002770
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002780
                                                                        00002790
      ******************************************************************00002800
      *                      F I L E  S T A T U S                      *00002810
      ******************************************************************00002820
       01  FS-FILE-STATUS.                                              00002830
           05  FS-KJBCUMS1                 PIC X(02).                   00002840
           05  FS-KJBCUMS2                 PIC X(02).                   00002850
                                                                        00002860
      ******************************************************************00002870
      *          L I N E A S  D E L  L I S T A D O  D E  A V I S O S   *00002880
      ******************************************************************00002890
       01  WK-LINEA-CAB1.                                               00002900
           05  FILLER                      PIC X(48)   VALUE            00002910
               'AVISOS DE UMBRAL DE SALDO ENVIADOS AL TITULAR'.         00002920
           05  FILLER                      PIC X(17)   VALUE            00002930
               'FECHA CONTABLE: '.                                      00002940
           05  WC1-FECHA-PROCESO           PIC X(10).                   00002950
           05  FILLER                      PIC X(57)   VALUE SPACES.    00002960
                                                                        00002970
       01  WK-LINEA-CAB2.                                               00002980
           05  FILLER                      PIC X(10)   VALUE            00002990
               'SUSCRIPC.'.                                             00003000
           05  FILLER                      PIC X(18)   VALUE            00003010
               'CUENTA'.                                                00003020
           05  FILLER                      PIC X(31)   VALUE            00003030
               'TITULAR'.                                               00003040
           05  FILLER                      PIC X(17)   VALUE            00003050
               'POSICION'.                                              00003060
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003070
           05  FILLER                      PIC X(02)   VALUE 'S'.       00003080
           05  FILLER                      PIC X(02)   VALUE 'C'.       00003090
           05  FILLER                      PIC X(19)   VALUE            00003100
               '             UMBRAL'.                                   00003110
           05  FILLER                      PIC X(19)   VALUE            00003120
               '       SALDO ACTUAL'.                                   00003130
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003140
                                                                        00003150
       01  WK-LINEA-DETALLE.                                            00003160
           05  WL-NUMSUSCR                 PIC ZZZZZZZZ9.               00003170
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003180
           05  WL-CENTALTA                 PIC X(04).                   00003190
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003200
           05  WL-CUENTNU                  PIC X(12).                   00003210
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003220
           05  WL-NOMBRE                   PIC X(30).                   00003230
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003240
           05  WL-IDCENTD                  PIC X(04).                   00003250
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003260
           05  WL-IDPRODD                  PIC X(03).                   00003270
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003280
           05  WL-CODSPROD                 PIC X(03).                   00003290
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003300
           05  WL-CTOSALDO                 PIC X(03).                   00003310
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003320
           05  WL-CODMONSW                 PIC X(03).                   00003330
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003340
           05  WL-SENTIDO                  PIC X(01).                   00003350
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003360
           05  WL-CANAL                    PIC X(01).                   00003370
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003380
           05  WL-UMBRAL                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003390
           05  WL-SALDO-ACTUAL             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003400
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003410
                                                                        00003420
      ******************************************************************00003430
      *                      V A R I A B L E S                         *00003440
      ******************************************************************00003450
       01  WK-VARIABLES.                                                00003460
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00003470
           05  WK-SALDO-ACTUAL             PIC S9(15)V9(2) COMP-3       00003480
                                                       VALUE ZEROES.    00003490
           05  WK-SALDO-ANTERIOR           PIC S9(15)V9(2) COMP-3       00003500
                                                       VALUE ZEROES.    00003510
           05  WK-NOMBRE-TITULAR           PIC X(30)   VALUE SPACES.    00003520
                                                                        00003530
      * -- CLAVE DE LA POSICION DE LA SUSCRIPCION LEIDA, PARA NO        00003540
      * -- REPETIR LA LECTURA DE LA FOTO CUANDO VARIAS SUSCRIPCIONES    00003550
      * -- CONSECUTIVAS SON DE LA MISMA POSICION.                       00003560
       01  WK-CLAVE-POSICION.                                           00003570
           05  WP-IDEMPRD                  PIC X(04).                   00003580
           05  WP-IDCENTD                  PIC X(04).                   00003590
           05  WP-IDPRODD                  PIC X(03).                   00003600
           05  WP-CODSPROD                 PIC X(03).                   00003610
           05  WP-CTOSALDO                 PIC X(03).                   00003620
           05  WP-CODMONSW                 PIC X(03).                   00003630
                                                                        00003640
      * -- COPY DE COMUNICACION CON DB2.                                00003650
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003660
                                                                        00003670
      * -- DCLGEN DE LA TABLA POS_ALERT_UMBR.                           00003680
           EXEC SQL INCLUDE D7401200 END-EXEC.                          00003690
                                                                        00003700
      ******************************************************************00003710
      *                       PROCEDURE DIVISION                       *00003720
      ******************************************************************00003730
       PROCEDURE DIVISION.                                              00003740
                                                                        00003750
           PERFORM 1000-INICIO                                          00003760
              THRU 1000-INICIO-EXIT                                     00003770
                                                                        00003780
           PERFORM 2000-PROCESO                                         00003790
              THRU 2000-PROCESO-EXIT                                    00003800
             UNTIL SI-FIN-CURSOR                                        00003810
                                                                        00003820
           PERFORM 3000-FIN                                             00003830
              THRU 3000-FIN-EXIT                                        00003840
                                                                        00003850
           .                                                            00003860
                                                                        00003870
      ******************************************************************00003880
      ***                   1000-INICIO                             *** 00003890
      ***                   -----------                             *** 00003900
      * SE OBTIENE LA FECHA DE PROCESO DE SYSIN, SE ABREN LOS FICHEROS *00003910
      * DE SALIDA, SE ESCRIBEN LAS CABECERAS DEL LISTADO Y SE ABRE EL  *00003920
      * CURSOR DE SUSCRIPCIONES.                                       *00003930
      ******************************************************************00003940
       1000-INICIO.                                                     00003950
                                                                        00003960
           INITIALIZE WK-VARIABLES                                      00003970
                      CT-CONTADORES                                     00003980
                                                                        00003990
           SET NO-FIN-CURSOR                 TO TRUE                    00004000
                                                                        00004010
           ACCEPT WK-FECHA-PROCESO FROM SYSIN                           00004020
                                                                        00004030
           PERFORM 1100-ABRIR-FICHEROS                                  00004040
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004050
                                                                        00004060
           MOVE WK-FECHA-PROCESO              TO WC1-FECHA-PROCESO      00004070
           MOVE WK-LINEA-CAB1                 TO REG-KJBCUMS2           00004080
           PERFORM 2400-ESCRIBIR-LISTADO                                00004090
              THRU 2400-ESCRIBIR-LISTADO-EXIT                           00004100
                                                                        00004110
           MOVE WK-LINEA-CAB2                 TO REG-KJBCUMS2           00004120
           PERFORM 2400-ESCRIBIR-LISTADO                                00004130
              THRU 2400-ESCRIBIR-LISTADO-EXIT                           00004140
                                                                        00004150
           PERFORM 1200-ABRIR-CURSOR                                    00004160
              THRU 1200-ABRIR-CURSOR-EXIT                               00004170
                                                                        00004180
           PERFORM 9200-LEER-CURSOR                                     00004190
              THRU 9200-LEER-CURSOR-EXIT                                00004200
                                                                        00004210
           .                                                            00004220
       1000-INICIO-EXIT.                                                00004230
           EXIT.                                                        00004240
                                                                        00004250
      ******************************************************************00004260
      ***                   1100-ABRIR-FICHEROS                     *** 00004270
      ***                   -------------------                     *** 00004280
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00004290
      ******************************************************************00004300
       1100-ABRIR-FICHEROS.                                             00004310
                                                                        00004320
           OPEN OUTPUT KJBCUMS1                                         00004330
                       KJBCUMS2                                         00004340
                                                                        00004350
           IF  FS-KJBCUMS1 NOT = CA-FS-OK                               00004360
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004370
               MOVE CA-ERR-ABRIR-KJBCUMS1    TO WK-DESCRIPCION          00004380
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004390
               MOVE CA-KJBCUMS1              TO WK-DDNAME               00004400
               MOVE FS-KJBCUMS1              TO WK-FILE-STATUS          00004410
                                                                        00004420
               PERFORM 9000-CANCELACION                                 00004430
                  THRU 9000-CANCELACION-EXIT                            00004440
                                                                        00004450
           END-IF                                                       00004460
                                                                        00004470
           IF  FS-KJBCUMS2 NOT = CA-FS-OK                               00004480
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004490
               MOVE CA-ERR-ABRIR-KJBCUMS2    TO WK-DESCRIPCION          00004500
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004510
               MOVE CA-KJBCUMS2              TO WK-DDNAME               00004520
               MOVE FS-KJBCUMS2              TO WK-FILE-STATUS          00004530
                                                                        00004540
               PERFORM 9000-CANCELACION                                 00004550
                  THRU 9000-CANCELACION-EXIT                            00004560
                                                                        00004570
           END-IF                                                       00004580
                                                                        00004590
           .                                                            00004600
       1100-ABRIR-FICHEROS-EXIT.                                        00004610
           EXIT.                                                        00004620
                                                                        00004630
      ******************************************************************00004640
      ***                   1200-ABRIR-CURSOR                       *** 00004650
      ***                   -----------------                       *** 00004660
      * SE DECLARA Y ABRE EL CURSOR DE SUSCRIPCIONES ACTIVAS CUYA      *00004670
      * POSICION SE HA MOVIDO EN LA FECHA CONTABLE TRATADA, CON EL     *00004680
      * SALDO ACTUAL Y EL NOMBRE DEL TITULAR DE LA CUENTA. SE EXCLUYEN *00004690
      * LAS YA AVISADAS EN LA FECHA, POR SI SE RELANZA EL PROCESO.     *00004700
      ******************************************************************00004710
       1200-ABRIR-CURSOR.                                               00004720
                                                                        00004730
           EXEC SQL                                                     00004740
                DECLARE C-SUSCRIPC CURSOR FOR                           00004750
                SELECT S.G6565_NUMSUSCR , S.G6565_IDEMPRD ,             00004760
                       S.G6565_IDCENTD  , S.G6565_IDPRODD ,             00004770
                       S.G6565_CODSPROD , S.G6565_CTOSALDO,             00004780
                       S.G6565_CODMONSW , S.G6565_CENTALTA,             00004790
                       S.G6565_CUENTNU  , S.G6565_SENTIDO ,             00004800
                       S.G6565_IMPUMBR  , S.G6565_CANAL   ,             00004810
                       P.G6524_IMPSLDC  ,                               00004820
                       COALESCE(M.E1003_NOMREEMP, ' ')                  00004830
                  FROM POS_ALERT_UMBR S                                 00004840
                 INNER JOIN POS_DISP_PMAS P                             00004850
                    ON P.G6524_IDEMPRD  = S.G6565_IDEMPRD               00004860
                   AND P.G6524_IDCENTD  = S.G6565_IDCENTD               00004870
                   AND P.G6524_IDPRODD  = S.G6565_IDPRODD               00004880
                   AND P.G6524_CODSPROD = S.G6565_CODSPROD              00004890
                   AND P.G6524_CTOSALDO = S.G6565_CTOSALDO              00004900
                   AND P.G6524_CODMONSW = S.G6565_CODMONSW              00004910
                  LEFT OUTER JOIN MPDT007 M                             00004920
                    ON M.E1003_CDGENTI  = S.G6565_IDEMPRD               00004930
                   AND M.E1003_CENTALTA = S.G6565_CENTALTA              00004940
                   AND M.E1003_CUENTNU  = S.G6565_CUENTNU               00004950
                 WHERE S.G6565_SITUACION = 'A'                          00004960
                   AND S.G6565_FECULTAV  < :WK-FECHA-PROCESO            00004970
                   AND P.G6524_FECCONSO  = :WK-FECHA-PROCESO            00004980
                 ORDER BY S.G6565_IDEMPRD , S.G6565_IDCENTD ,           00004990
                          S.G6565_IDPRODD , S.G6565_CODSPROD,           00005000
                          S.G6565_CTOSALDO, S.G6565_CODMONSW,           00005010
                          S.G6565_NUMSUSCR                              00005020
           END-EXEC                                                     00005030
                                                                        00005040
           EXEC SQL                                                     00005050
                OPEN C-SUSCRIPC                                         00005060
           END-EXEC                                                     00005070
                                                                        00005080
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005090
                                                                        00005100
           IF  NOT DB2-OK                                               00005110
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005120
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00005130
               MOVE CA-PRF-1200               TO WK-PARRAFO             00005140
               MOVE CA-KJBCCUM                TO WK-RUTINA              00005150
               MOVE CA-POS-ALERT-UMBR         TO WK-TABLA-DB2           00005160
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005170
                                                                        00005180
               PERFORM 9000-CANCELACION                                 00005190
                  THRU 9000-CANCELACION-EXIT                            00005200
                                                                        00005210
           END-IF                                                       00005220
                                                                        00005230
           .                                                            00005240
       1200-ABRIR-CURSOR-EXIT.                                          00005250
           EXIT.                                                        00005260
                                                                        00005270
      ******************************************************************00005280
      ***                   2000-PROCESO                            *** 00005290
      ***                   ------------                            *** 00005300
      * SE RECUPERA EL SALDO DE LA FOTO ANTERIOR DE LA POSICION (UNA   *00005310
      * SOLA VEZ POR POSICION) Y, SI EL SALDO HA CRUZADO EL UMBRAL EN  *00005320
      * EL SENTIDO SUSCRITO, SE GENERA EL AVISO.                       *00005330
      ******************************************************************00005340
       2000-PROCESO.                                                    00005350
                                                                        00005360
           ADD CN-1                           TO CT-SUSCRIPCIONES       00005370
                                                                        00005380
           IF  G6565-IDEMPRD  NOT = WP-IDEMPRD                          00005390
            OR G6565-IDCENTD  NOT = WP-IDCENTD                          00005400
            OR G6565-IDPRODD  NOT = WP-IDPRODD                          00005410
            OR G6565-CODSPROD NOT = WP-CODSPROD                         00005420
            OR G6565-CTOSALDO NOT = WP-CTOSALDO                         00005430
            OR G6565-CODMONSW NOT = WP-CODMONSW                         00005440
               PERFORM 2100-LEER-FOTO                                   00005450
                  THRU 2100-LEER-FOTO-EXIT                              00005460
           END-IF                                                       00005470
                                                                        00005480
           IF  SI-EXISTE-FOTO                                           00005490
               PERFORM 2200-COMPROBAR-CRUCE                             00005500
                  THRU 2200-COMPROBAR-CRUCE-EXIT                        00005510
           ELSE                                                         00005520
               ADD CN-1                       TO CT-SIN-FOTO            00005530
               SET NO-CRUCE                   TO TRUE                   00005540
           END-IF                                                       00005550
                                                                        00005560
           IF  SI-CRUCE                                                 00005570
               PERFORM 2300-ESCRIBIR-AVISO                              00005580
                  THRU 2300-ESCRIBIR-AVISO-EXIT                         00005590
                                                                        00005600
               PERFORM 2350-LINEA-LISTADO                               00005610
                  THRU 2350-LINEA-LISTADO-EXIT                          00005620
                                                                        00005630
               PERFORM 2500-ACTUALIZAR-SUSCRIPC                         00005640
                  THRU 2500-ACTUALIZAR-SUSCRIPC-EXIT                    00005650
           END-IF                                                       00005660
                                                                        00005670
           IF  SI-EXISTE-FOTO                                           00005680
           AND NO-CRUCE                                                 00005690
               ADD CN-1                       TO CT-SIN-CRUCE           00005700
           END-IF                                                       00005710
                                                                        00005720
           PERFORM 9200-LEER-CURSOR                                     00005730
              THRU 9200-LEER-CURSOR-EXIT                                00005740
                                                                        00005750
           .                                                            00005760
       2000-PROCESO-EXIT.                                               00005770
           EXIT.                                                        00005780
                                                                        00005790
      ******************************************************************00005800
      ***                   2100-LEER-FOTO                          *** 00005810
      ***                   --------------                          *** 00005820
      * SE RECUPERA EL SALDO DE LA ULTIMA FOTO HISTORICA DE LA         *00005830
      * POSICION ANTERIOR A LA FECHA CONTABLE TRATADA.                 *00005840
      ******************************************************************00005850
       2100-LEER-FOTO.                                                  00005860
                                                                        00005870
           MOVE G6565-IDEMPRD                 TO WP-IDEMPRD             00005880
           MOVE G6565-IDCENTD                 TO WP-IDCENTD             00005890
           MOVE G6565-IDPRODD                 TO WP-IDPRODD             00005900
           MOVE G6565-CODSPROD                TO WP-CODSPROD            00005910
           MOVE G6565-CTOSALDO                TO WP-CTOSALDO            00005920
           MOVE G6565-CODMONSW                TO WP-CODMONSW            00005930
                                                                        00005940
           MOVE ZEROES                        TO WK-SALDO-ANTERIOR      00005950
           SET NO-EXISTE-FOTO                 TO TRUE                   00005960
                                                                        00005970
           EXEC SQL                                                     00005980
                SELECT G6524H_IMPSLDC                                   00005990
                 INTO :WK-SALDO-ANTERIOR                                00006000
                 FROM POS_DISP_PMAS_HIST                                00006010
                WHERE G6524H_IDEMPRD  = :WP-IDEMPRD                     00006020
                  AND G6524H_IDCENTD  = :WP-IDCENTD                     00006030
                  AND G6524H_IDPRODD  = :WP-IDPRODD                     00006040
                  AND G6524H_CODSPROD = :WP-CODSPROD                    00006050
                  AND G6524H_CTOSALDO = :WP-CTOSALDO                    00006060
                  AND G6524H_CODMONSW = :WP-CODMONSW                    00006070
                  AND G6524H_FECHIST  =                                 00006080
                      ( SELECT MAX(G6524H_FECHIST)                      00006090
                          FROM POS_DISP_PMAS_HIST                       00006100
                         WHERE G6524H_IDEMPRD  = :WP-IDEMPRD            00006110
                           AND G6524H_IDCENTD  = :WP-IDCENTD            00006120
                           AND G6524H_IDPRODD  = :WP-IDPRODD            00006130
                           AND G6524H_CODSPROD = :WP-CODSPROD           00006140
                           AND G6524H_CTOSALDO = :WP-CTOSALDO           00006150
                           AND G6524H_CODMONSW = :WP-CODMONSW           00006160
                           AND G6524H_FECCONSO < :WK-FECHA-PROCESO )    00006170
           END-EXEC                                                     00006180
                                                                        00006190
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006200
                                                                        00006210
           EVALUATE  TRUE                                               00006220
               WHEN  DB2-OK                                             00006230
                     SET SI-EXISTE-FOTO       TO TRUE                   00006240
               WHEN  DB2-CLV-NOT-FOUND                                  00006250
                     CONTINUE                                           00006260
               WHEN  OTHER                                              00006270
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00006280
                     MOVE CA-ERR-FOTO         TO WK-DESCRIPCION         00006290
                     MOVE CA-PRF-2100         TO WK-PARRAFO             00006300
                     MOVE CA-KJBCCUM          TO WK-RUTINA              00006310
                     MOVE CA-POS-DISP-PMAS-HIST                         00006320
                                              TO WK-TABLA-DB2           00006330
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00006340
                                                                        00006350
                     PERFORM 9000-CANCELACION                           00006360
                        THRU 9000-CANCELACION-EXIT                      00006370
                                                                        00006380
           END-EVALUATE                                                 00006390
                                                                        00006400
           .                                                            00006410
       2100-LEER-FOTO-EXIT.                                             00006420
           EXIT.                                                        00006430
                                                                        00006440
      ******************************************************************00006450
      ***                   2200-COMPROBAR-CRUCE                    *** 00006460
      ***                   --------------------                    *** 00006470
      * HAY CRUCE CUANDO LA FOTO ANTERIOR ESTABA EN UN LADO DEL UMBRAL *00006480
      * Y EL SALDO ACTUAL HA PASADO AL OTRO:                           *00006490
      *   D (BAJA)  : ANTERIOR >= UMBRAL Y ACTUAL <  UMBRAL.           *00006500
      *   A (SUBE)  : ANTERIOR <= UMBRAL Y ACTUAL >  UMBRAL.           *00006510
      ******************************************************************00006520
       2200-COMPROBAR-CRUCE.                                            00006530
                                                                        00006540
           SET NO-CRUCE                       TO TRUE                   00006550
                                                                        00006560
           EVALUATE  TRUE                                               00006570
               WHEN  G6565-SENTIDO = CA-SENTIDO-BAJA                    00006580
                     IF  WK-SALDO-ANTERIOR NOT < G6565-IMPUMBR          00006590
                     AND WK-SALDO-ACTUAL       < G6565-IMPUMBR          00006600
                         SET SI-CRUCE         TO TRUE                   00006610
                     END-IF                                             00006620
                                                                        00006630
               WHEN  G6565-SENTIDO = CA-SENTIDO-SUBE                    00006640
                     IF  WK-SALDO-ANTERIOR NOT > G6565-IMPUMBR          00006650
                     AND WK-SALDO-ACTUAL       > G6565-IMPUMBR          00006660
                         SET SI-CRUCE         TO TRUE                   00006670
                     END-IF                                             00006680
                                                                        00006690
               WHEN  OTHER                                              00006700
                     CONTINUE                                           00006710
                                                                        00006720
           END-EVALUATE                                                 00006730
                                                                        00006740
           .                                                            00006750
       2200-COMPROBAR-CRUCE-EXIT.                                       00006760
           EXIT.                                                        00006770
                                                                        00006780
      ******************************************************************00006790
      ***                   2300-ESCRIBIR-AVISO                     *** 00006800
      ***                   -------------------                     *** 00006810
      * SE ESCRIBE EL REGISTRO DE AVISO CON LA CLAVE DEL DISPOSITIVO,  *00006820
      * LA CUENTA DEL TITULAR, EL SENTIDO Y CANAL SUSCRITOS Y LOS      *00006830
      * IMPORTES DE UMBRAL, FOTO ANTERIOR Y SALDO ACTUAL CON SIGNO     *00006840
      * SEPARADO.                                                      *00006850
      ******************************************************************00006860
       2300-ESCRIBIR-AVISO.                                             00006870
                                                                        00006880
           MOVE SPACES                        TO REG-KJBCUMS1           00006890
           MOVE G6565-IDEMPRD                 TO RS-IDEMPRD             00006900
           MOVE G6565-IDCENTD                 TO RS-IDCENTD             00006910
           MOVE G6565-IDPRODD                 TO RS-IDPRODD             00006920
           MOVE G6565-CODSPROD                TO RS-CODSPROD            00006930
           MOVE G6565-CTOSALDO                TO RS-CTOSALDO            00006940
           MOVE G6565-CODMONSW                TO RS-CODMONSW            00006950
           MOVE G6565-CENTALTA                TO RS-CENTALTA            00006960
           MOVE G6565-CUENTNU                 TO RS-CUENTNU             00006970
           MOVE G6565-SENTIDO                 TO RS-SENTIDO             00006980
           MOVE G6565-CANAL                   TO RS-CANAL               00006990
                                                                        00007000
           IF  G6565-IMPUMBR < ZEROES                                   00007010
               MOVE CA-SIGNO-MENOS            TO RS-SIGNO-UMBRAL        00007020
               COMPUTE RS-IMPORTE-UMBRAL =                              00007030
                       G6565-IMPUMBR * -1                               00007040
           ELSE                                                         00007050
               MOVE CA-SIGNO-MAS              TO RS-SIGNO-UMBRAL        00007060
               MOVE G6565-IMPUMBR             TO RS-IMPORTE-UMBRAL      00007070
           END-IF                                                       00007080
                                                                        00007090
           IF  WK-SALDO-ANTERIOR < ZEROES                               00007100
               MOVE CA-SIGNO-MENOS            TO RS-SIGNO-ANTERIOR      00007110
               COMPUTE RS-IMPORTE-ANTERIOR =                            00007120
                       WK-SALDO-ANTERIOR * -1                           00007130
           ELSE                                                         00007140
               MOVE CA-SIGNO-MAS              TO RS-SIGNO-ANTERIOR      00007150
               MOVE WK-SALDO-ANTERIOR         TO RS-IMPORTE-ANTERIOR    00007160
           END-IF                                                       00007170
                                                                        00007180
           IF  WK-SALDO-ACTUAL < ZEROES                                 00007190
               MOVE CA-SIGNO-MENOS            TO RS-SIGNO-ACTUAL        00007200
               COMPUTE RS-IMPORTE-ACTUAL =                              00007210
                       WK-SALDO-ACTUAL * -1                             00007220
           ELSE                                                         00007230
               MOVE CA-SIGNO-MAS              TO RS-SIGNO-ACTUAL        00007240
               MOVE WK-SALDO-ACTUAL           TO RS-IMPORTE-ACTUAL      00007250
           END-IF                                                       00007260
                                                                        00007270
           MOVE WK-FECHA-PROCESO              TO RS-FECHA-CONTABLE      00007280
           MOVE G6565-NUMSUSCR                TO RS-NUMSUSCR            00007290
                                                                        00007300
           WRITE REG-KJBCUMS1                                           00007310
                                                                        00007320
           IF  FS-KJBCUMS1 NOT = CA-FS-OK                               00007330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007340
               MOVE CA-ERR-ESCRIB-KJBCUMS1   TO WK-DESCRIPCION          00007350
               MOVE CA-PRF-2300              TO WK-PARRAFO              00007360
               MOVE CA-KJBCUMS1              TO WK-DDNAME               00007370
               MOVE FS-KJBCUMS1              TO WK-FILE-STATUS          00007380
               MOVE REG-KJBCUMS1             TO WK-DATOS-REGISTRO       00007390
                                                                        00007400
               PERFORM 9000-CANCELACION                                 00007410
                  THRU 9000-CANCELACION-EXIT                            00007420
                                                                        00007430
           END-IF                                                       00007440
                                                                        00007450
           ADD CN-1                           TO CT-AVISOS              00007460
                                                                        00007470
           .                                                            00007480
       2300-ESCRIBIR-AVISO-EXIT.                                        00007490
           EXIT.                                                        00007500
                                                                        00007510
      ******************************************************************00007520
      ***                   2350-LINEA-LISTADO                      *** 00007530
      ***                   ------------------                      *** 00007540
      * SE FORMATEA Y ESCRIBE LA LINEA DEL AVISO EN EL LISTADO DEL     *00007550
      * CENTRO DE CONTACTO.                                            *00007560
      ******************************************************************00007570
       2350-LINEA-LISTADO.                                              00007580
                                                                        00007590
           MOVE G6565-NUMSUSCR                TO WL-NUMSUSCR            00007600
           MOVE G6565-CENTALTA                TO WL-CENTALTA            00007610
           MOVE G6565-CUENTNU                 TO WL-CUENTNU             00007620
           MOVE WK-NOMBRE-TITULAR             TO WL-NOMBRE              00007630
           MOVE G6565-IDCENTD                 TO WL-IDCENTD             00007640
           MOVE G6565-IDPRODD                 TO WL-IDPRODD             00007650
           MOVE G6565-CODSPROD                TO WL-CODSPROD            00007660
           MOVE G6565-CTOSALDO                TO WL-CTOSALDO            00007670
           MOVE G6565-CODMONSW                TO WL-CODMONSW            00007680
           MOVE G6565-SENTIDO                 TO WL-SENTIDO             00007690
           MOVE G6565-CANAL                   TO WL-CANAL               00007700
           MOVE G6565-IMPUMBR                 TO WL-UMBRAL              00007710
           MOVE WK-SALDO-ACTUAL               TO WL-SALDO-ACTUAL        00007720
           MOVE WK-LINEA-DETALLE              TO REG-KJBCUMS2           00007730
                                                                        00007740
           PERFORM 2400-ESCRIBIR-LISTADO                                00007750
              THRU 2400-ESCRIBIR-LISTADO-EXIT                           00007760
                                                                        00007770
           .                                                            00007780
       2350-LINEA-LISTADO-EXIT.                                         00007790
           EXIT.                                                        00007800
                                                                        00007810
      ******************************************************************00007820
      ***                   2400-ESCRIBIR-LISTADO                   *** 00007830
      ***                   ---------------------                   *** 00007840
      * SE GRABA UNA LINEA DEL LISTADO DE AVISOS.                      *00007850
      ******************************************************************00007860
       2400-ESCRIBIR-LISTADO.                                           00007870
                                                                        00007880
           WRITE REG-KJBCUMS2                                           00007890
                                                                        00007900
           IF  FS-KJBCUMS2 NOT = CA-FS-OK                               00007910
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007920
               MOVE CA-ERR-ESCRIB-KJBCUMS2   TO WK-DESCRIPCION          00007930
               MOVE CA-PRF-2400              TO WK-PARRAFO              00007940
               MOVE CA-KJBCUMS2              TO WK-DDNAME               00007950
               MOVE FS-KJBCUMS2              TO WK-FILE-STATUS          00007960
               MOVE REG-KJBCUMS2             TO WK-DATOS-REGISTRO       00007970
                                                                        00007980
               PERFORM 9000-CANCELACION                                 00007990
                  THRU 9000-CANCELACION-EXIT                            00008000
                                                                        00008010
           END-IF                                                       00008020
                                                                        00008030
           .                                                            00008040
       2400-ESCRIBIR-LISTADO-EXIT.                                      00008050
           EXIT.                                                        00008060
                                                                        00008070
      ******************************************************************00008080
      ***                   2500-ACTUALIZAR-SUSCRIPC                *** 00008090
      ***                   ------------------------                *** 00008100
      * SE ANOTA EN LA SUSCRIPCION LA FECHA DEL ULTIMO AVISO EMITIDO.  *00008110
      ******************************************************************00008120
       2500-ACTUALIZAR-SUSCRIPC.                                        00008130
                                                                        00008140
           MOVE WK-FECHA-PROCESO              TO G6565-FECULTAV         00008150
           MOVE CA-KJBCCUM                    TO G6565-USUAUDIT         00008160
                                                                        00008170
           EXEC SQL                                                     00008180
                UPDATE POS_ALERT_UMBR                                   00008190
                   SET G6565_FECULTAV = :G6565-FECULTAV,                00008200
                       G6565_USUAUDIT = :G6565-USUAUDIT,                00008210
                       G6565_TSULTMOD = CURRENT TIMESTAMP               00008220
                 WHERE G6565_NUMSUSCR = :G6565-NUMSUSCR                 00008230
           END-EXEC                                                     00008240
                                                                        00008250
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008260
                                                                        00008270
           IF  NOT DB2-OK                                               00008280
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008290
               MOVE CA-ERR-ACTUALIZAR         TO WK-DESCRIPCION         00008300
               MOVE CA-PRF-2500               TO WK-PARRAFO             00008310
               MOVE CA-KJBCCUM                TO WK-RUTINA              00008320
               MOVE CA-POS-ALERT-UMBR         TO WK-TABLA-DB2           00008330
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00008340
                                                                        00008350
               PERFORM 9000-CANCELACION                                 00008360
                  THRU 9000-CANCELACION-EXIT                            00008370
                                                                        00008380
           END-IF                                                       00008390
                                                                        00008400
           .                                                            00008410
       2500-ACTUALIZAR-SUSCRIPC-EXIT.                                   00008420
           EXIT.                                                        00008430
                                                                        00008440
      ******************************************************************00008450
      ***                   3000-FIN                                *** 00008460
      ***                   --------                                *** 00008470
      * SE CONFIRMAN LAS FECHAS DE ULTIMO AVISO, SE CIERRAN CURSOR Y   *00008480
      * FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.                       *00008490
      ******************************************************************00008500
       3000-FIN.                                                        00008510
                                                                        00008520
           PERFORM 3100-CERRAR-FICHEROS                                 00008530
              THRU 3100-CERRAR-FICHEROS-EXIT                            00008540
                                                                        00008550
           PERFORM 3050-CONFIRMAR-AVISOS                                00008560
              THRU 3050-CONFIRMAR-AVISOS-EXIT                           00008570
                                                                        00008580
           PERFORM 3200-ESTADISTICAS                                    00008590
              THRU 3200-ESTADISTICAS-EXIT                               00008600
                                                                        00008610
           STOP RUN                                                     00008620
                                                                        00008630
           .                                                            00008640
       3000-FIN-EXIT.                                                   00008650
           EXIT.                                                        00008660
                                                                        00008670
      ******************************************************************00008680
      ***                   3050-CONFIRMAR-AVISOS                   *** 00008690
      ***                   ---------------------                   *** 00008700
      * SE CONFIRMA (COMMIT) LA ACTUALIZACION DE LAS SUSCRIPCIONES.    *00008710
      ******************************************************************00008720
       3050-CONFIRMAR-AVISOS.                                           00008730
                                                                        00008740
           EXEC SQL                                                     00008750
                COMMIT                                                  00008760
           END-EXEC                                                     00008770
                                                                        00008780
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008790
                                                                        00008800
           IF  NOT DB2-OK                                               00008810
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008820
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00008830
               MOVE CA-PRF-3050               TO WK-PARRAFO             00008840
               MOVE CA-KJBCCUM                TO WK-RUTINA              00008850
               MOVE CA-POS-ALERT-UMBR         TO WK-TABLA-DB2           00008860
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00008870
                                                                        00008880
               PERFORM 9000-CANCELACION                                 00008890
                  THRU 9000-CANCELACION-EXIT                            00008900
                                                                        00008910
           END-IF                                                       00008920
                                                                        00008930
           .                                                            00008940
       3050-CONFIRMAR-AVISOS-EXIT.                                      00008950
           EXIT.                                                        00008960
                                                                        00008970
      ******************************************************************00008980
      ***                   3100-CERRAR-FICHEROS                    *** 00008990
      ***                   ---------------------                   *** 00009000
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00009010
      ******************************************************************00009020
       3100-CERRAR-FICHEROS.                                            00009030
                                                                        00009040
           EXEC SQL                                                     00009050
                CLOSE C-SUSCRIPC                                        00009060
           END-EXEC                                                     00009070
                                                                        00009080
           CLOSE KJBCUMS1                                               00009090
                 KJBCUMS2                                               00009100
                                                                        00009110
           IF  FS-KJBCUMS1 NOT = CA-FS-OK                               00009120
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009130
               MOVE CA-ERR-CERRAR-KJBCUMS1   TO WK-DESCRIPCION          00009140
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009150
               MOVE CA-KJBCUMS1              TO WK-DDNAME               00009160
               MOVE FS-KJBCUMS1              TO WK-FILE-STATUS          00009170
                                                                        00009180
               PERFORM 9000-CANCELACION                                 00009190
                  THRU 9000-CANCELACION-EXIT                            00009200
                                                                        00009210
           END-IF                                                       00009220
                                                                        00009230
           IF  FS-KJBCUMS2 NOT = CA-FS-OK                               00009240
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009250
               MOVE CA-ERR-CERRAR-KJBCUMS2   TO WK-DESCRIPCION          00009260
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009270
               MOVE CA-KJBCUMS2              TO WK-DDNAME               00009280
               MOVE FS-KJBCUMS2              TO WK-FILE-STATUS          00009290
                                                                        00009300
               PERFORM 9000-CANCELACION                                 00009310
                  THRU 9000-CANCELACION-EXIT                            00009320
                                                                        00009330
           END-IF                                                       00009340
                                                                        00009350
           .                                                            00009360
       3100-CERRAR-FICHEROS-EXIT.                                       00009370
           EXIT.                                                        00009380
                                                                        00009390
      ******************************************************************00009400
      ***                   3200-ESTADISTICAS                       *** 00009410
      ***                   -----------------                       *** 00009420
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009430
      ******************************************************************00009440
       3200-ESTADISTICAS.                                               00009450
                                                                        00009460
           MOVE CT-SUSCRIPCIONES              TO WK-SUSCRIPCIONES-ED    00009470
           MOVE CT-AVISOS                     TO WK-AVISOS-ED           00009480
           MOVE CT-SIN-CRUCE                  TO WK-SIN-CRUCE-ED        00009490
           MOVE CT-SIN-FOTO                   TO WK-SIN-FOTO-ED         00009500
                                                                        00009510
           DISPLAY WK-CAB-1                                             00009520
           DISPLAY WK-CAB-2                                             00009530
           DISPLAY WK-CAB-1                                             00009540
           DISPLAY WK-CAB-3                                             00009550
           DISPLAY WK-CAB-4                                             00009560
           DISPLAY WK-CAB-5                                             00009570
           DISPLAY WK-CAB-6                                             00009580
           DISPLAY WK-CAB-1                                             00009590
                                                                        00009600
           .                                                            00009610
       3200-ESTADISTICAS-EXIT.                                          00009620
           EXIT.                                                        00009630
                                                                        00009640
      ******************************************************************00009650
      ***                   9200-LEER-CURSOR                        *** 00009660
      ***                   ----------------                        *** 00009670
      * SE REALIZA EL FETCH DEL CURSOR C-SUSCRIPC.                     *00009680
      ******************************************************************00009690
       9200-LEER-CURSOR.                                                00009700
                                                                        00009710
           EXEC SQL                                                     00009720
                FETCH C-SUSCRIPC                                        00009730
                 INTO :G6565-NUMSUSCR , :G6565-IDEMPRD ,                00009740
                      :G6565-IDCENTD  , :G6565-IDPRODD ,                00009750
                      :G6565-CODSPROD , :G6565-CTOSALDO,                00009760
                      :G6565-CODMONSW , :G6565-CENTALTA,                00009770
                      :G6565-CUENTNU  , :G6565-SENTIDO ,                00009780
                      :G6565-IMPUMBR  , :G6565-CANAL   ,                00009790
                      :WK-SALDO-ACTUAL,                                 00009800
                      :WK-NOMBRE-TITULAR                                00009810
           END-EXEC                                                     00009820
                                                                        00009830
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009840
                                                                        00009850
           EVALUATE  TRUE                                               00009860
               WHEN  DB2-OK                                             00009870
                     CONTINUE                                           00009880
                                                                        00009890
               WHEN  DB2-CLV-NOT-FOUND                                  00009900
                     SET SI-FIN-CURSOR        TO TRUE                   00009910
                                                                        00009920
               WHEN  OTHER                                              00009930
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00009940
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00009950
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00009960
                     MOVE CA-KJBCCUM          TO WK-RUTINA              00009970
                     MOVE CA-POS-ALERT-UMBR   TO WK-TABLA-DB2           00009980
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00009990
                                                                        00010000
                     PERFORM 9000-CANCELACION                           00010010
                        THRU 9000-CANCELACION-EXIT                      00010020
                                                                        00010030
           END-EVALUATE                                                 00010040
                                                                        00010050
           .                                                            00010060
       9200-LEER-CURSOR-EXIT.                                           00010070
           EXIT.                                                        00010080
                                                                        00010090
      ******************************************************************00010100
      ***                   9000-CANCELACION                        *** 00010110
      ***                   ----------------                        *** 00010120
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00010130
      ******************************************************************00010140
       9000-CANCELACION.                                                00010150
                                                                        00010160
           MOVE CA-RESP                       TO WK-RESPONSABLE         00010170
                                                                        00010180
           EVALUATE  TRUE                                               00010190
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00010200
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010210
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010220
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00010230
                         RESPONSABLE('WK-RESPONSABLE')                  00010240
                         DESCRIPCION('WK-DESCRIPCION')                  00010250
                         PROGRAMA('WK-PROGRAMA')                        00010260
                         PARRAFO('WK-PARRAFO')                          00010270
                         SQLCA('SQLCA')                                 00010280
                         TABLA_DB2('WK-TABLA-DB2')                      00010290
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00010300
                     END-FUN                                            00010310
                                                                        00010320
               WHEN  OTHER                                              00010330
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010340
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010350
                         RESPONSABLE('WK-RESPONSABLE')                  00010360
                         DESCRIPCION('WK-DESCRIPCION')                  00010370
                         PROGRAMA('WK-PROGRAMA')                        00010380
                         PARRAFO('WK-PARRAFO')                          00010390
                         DDNAME('WK-DDNAME')                            00010400
                         FILE_STATUS('WK-FILE-STATUS')                  00010410
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00010420
                     END-FUN                                            00010430
                                                                        00010440
           END-EVALUATE                                                 00010450
                                                                        00010460
           .                                                            00010470
       9000-CANCELACION-EXIT.                                           00010480
           EXIT.                                                        00010490
