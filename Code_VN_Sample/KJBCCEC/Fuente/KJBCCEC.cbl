      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCEC.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: ESCENARIOS DE ESTRES DE TIPO DE CAMBIO SOBRE LAS *00000110
      *               POSICIONES CONSOLIDADAS. PARA CADA ESCENARIO DE  *00000120
      *               POS_ESCEN_CAMBIO SOLICITADO REVALORIZA LOS       *00000130
      *               AGREGADOS DE POS_AGRE_SALDO POR EMPRESA Y MONEDA *00000140
      *               CON EL TIPO DE CAMBIO BASE DE POS_TIPO_CAMBIO    *00000150
      *               DESPLAZADO EN EL PORCENTAJE DE CHOQUE DE LA      *00000160
      *               MONEDA, Y OBTIENE LA VARIACION DEL CONTRAVALOR   *00000170
      *               EN MONEDA BASE POR EMPRESA, POR MONEDA Y TOTAL   *00000180
      *               DEL ESCENARIO. LAS MONEDAS SIN CHOQUE EN EL      *00000190
      *               ESCENARIO SE VALORAN AL CAMBIO BASE. SE EMITE UN *00000200
      *               LISTADO Y UN FICHERO DE INTERFAZ PARA EL MOTOR   *00000210
      *               DE RIESGOS.                                      *00000220
      *-                                                              -*00000230
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000240
      *        WK-FECHA-CAMBIO : FECHA DEL TIPO DE CAMBIO (AAAA-MM-DD).*00000250
      *        WK-MONEDA-BASE  : MONEDA BASE DEL CONTRAVALOR.          *00000260
      *        WK-ESCENARIOS   : HASTA 8 ESCENARIOS DE 8 POSICIONES.   *00000270
      *                          TODOS EN BLANCO = TODOS LOS           *00000280
      *                          ESCENARIOS DE POS_ESCEN_CAMBIO.       *00000290
      *-                                                              -*00000300
      *  FICHEROS DE SALIDA:                                           *00000310
      *        KJBCECS1 : LISTADO DE ESTRES DE TIPO DE CAMBIO.         *00000320
      *        KJBCECS2 : INTERFAZ PARA EL MOTOR DE RIESGOS.           *00000330
      *                   TIPOS DE REGISTRO:                           *00000340
      *                   D : DETALLE EMPRESA/MONEDA.                  *00000350
      *                   E : TOTAL EMPRESA.                           *00000360
      *                   M : TOTAL MONEDA.                            *00000370
      *                   T : TOTAL ESCENARIO.                         *00000380
      *-                                                              -*00000390
      *  TABLAS:                                                       *00000400
      *     POS_AGRE_SALDO   : AGREGADOS DE SALDO MANTENIDOS POR       *00000410
      *                        KJBCCPD (LECTURA).                      *00000420
      *     POS_ESCEN_CAMBIO : ESCENARIOS DE CHOQUE POR MONEDA         *00000430
      *                        (LECTURA).                              *00000440
      *     POS_TIPO_CAMBIO  : TIPOS DE CAMBIO (LECTURA).              *00000450
      *     POS_CAT_MONEDA   : CATALOGO DE MONEDAS (LECTURA).          *00000460
      *-                                                              -*00000470
      *  CODIGOS DE RETORNO:                                           *00000480
      *        0 : TODOS LOS ESCENARIOS VALORADOS POR COMPLETO.        *00000490
      *        4 : HAY MONEDAS SIN TIPO DE CAMBIO, ESCENARIOS NO       *00000500
      *            DEFINIDOS O NINGUNA FILA VALORADA.                  *00000510
      *-                                                              -*00000520
      ******************************************************************00000530
      *                  M O D I F I C A C I O N E S                   *00000540
      *                  ---------------------------                   *00000550
      *                                                                *00000560
      * USUARIO  FECHA        DESCRIPCION                              *00000570
      * -------- ----------   ---------------------------------------- *00000580
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000590
      *                                                                *00000600
      ******************************************************************00000610
                                                                        00000620
      ******************************************************************00000630
      * IDENTIFICATION DIVISION                                        *00000640
      ******************************************************************00000650
       IDENTIFICATION DIVISION.                                         00000660
       PROGRAM-ID.    KJBCCEC.                                          00000670
       AUTHOR.        VIEWNEXT.                                         00000680
       DATE-WRITTEN.  15-10-2026.                                       00000690
       DATE-COMPILED.                                                   00000700
                                                                        00000710
      ******************************************************************00000720
      * ENVIRONMENT DIVISION                                           *00000730
      ******************************************************************00000740
       ENVIRONMENT DIVISION.                                            00000750
                                                                        00000760
      *----------------------------------------------------------------*00000770
      * CONFIGURATION SECTION                                          *00000780
      *----------------------------------------------------------------*00000790
       CONFIGURATION SECTION.                                           00000800
                                                                        00000810
       SOURCE-COMPUTER. IBM-3090.                                       00000820
       OBJECT-COMPUTER. IBM-3090.                                       00000830
       SPECIAL-NAMES.                                                   00000840
           DECIMAL-POINT IS COMMA.                                      00000850
                                                                        00000860
      *----------------------------------------------------------------*00000870
      * INPUT OUTPUT SECTION                                           *00000880
      *----------------------------------------------------------------*00000890
       INPUT-OUTPUT SECTION.                                            00000900
       FILE-CONTROL.                                                    00000910
                                                                        00000920
      * -- LISTADO DE ESTRES DE TIPO DE CAMBIO.                         00000930
           SELECT KJBCECS1 ASSIGN KJBCECS1                              00000940
                  ACCESS MODE IS SEQUENTIAL                             00000950
                  FILE STATUS IS FS-KJBCECS1.                           00000960
                                                                        00000970
      * -- INTERFAZ PARA EL MOTOR DE RIESGOS.                           00000980
           SELECT KJBCECS2 ASSIGN KJBCECS2                              00000990
                  ACCESS MODE IS SEQUENTIAL                             00001000
                  FILE STATUS IS FS-KJBCECS2.                           00001010
                                                                        00001020
      ******************************************************************00001030
      * DATA DIVISION                                                  *00001040
      ******************************************************************00001050
       DATA DIVISION.                                                   00001060
                                                                        00001070
      *----------------------------------------------------------------*00001080
      * FILE SECTION                                                   *00001090
      *----------------------------------------------------------------*00001100
       FILE SECTION.                                                    00001110
                                                                        00001120
       FD  KJBCECS1                                                     00001130
           BLOCK CONTAINS 0 RECORDS                                     00001140
           RECORDING MODE IS F                                          00001150
           LABEL RECORD ARE STANDARD                                    00001160
           RECORD CONTAINS 132 CHARACTERS                               00001170
           DATA RECORD IS REG-KJBCECS1.                                 00001180
       01  REG-KJBCECS1                    PIC X(132).                  00001190
                                                                        00001200
       FD  KJBCECS2                                                     00001210
           BLOCK CONTAINS 0 RECORDS                                     00001220
           RECORDING MODE IS F                                          00001230
           LABEL RECORD ARE STANDARD                                    00001240
           RECORD CONTAINS 132 CHARACTERS                               00001250
           DATA RECORD IS REG-KJBCECS2.                                 00001260
       01  REG-KJBCECS2.                                                00001270
           05  RI-TIPO-REG                 PIC X(01).                   00001280
           05  RI-IDESCEN                  PIC X(08).                   00001290
           05  RI-FECCAMBIO                PIC X(10).                   00001300
           05  RI-MONEDA-BASE              PIC X(03).                   00001310
           05  RI-IDEMPRD                  PIC X(04).                   00001320
           05  RI-CODMONSW                 PIC X(03).                   00001330
           05  RI-SIGNO-CHOQUE             PIC X(01).                   00001340
           05  RI-PCTCHOQ                  PIC 9(03)V9(04).             00001350
           05  RI-SIGNO-SALDO              PIC X(01).                   00001360
           05  RI-IMPSLDC                  PIC 9(15)V9(02).             00001370
           05  RI-SIGNO-CV-BASE            PIC X(01).                   00001380
           05  RI-CV-BASE                  PIC 9(15)V9(02).             00001390
           05  RI-SIGNO-CV-ESTRES          PIC X(01).                   00001400
           05  RI-CV-ESTRES                PIC 9(15)V9(02).             00001410
           05  RI-SIGNO-VARIACION          PIC X(01).                   00001420
           05  RI-VARIACION                PIC 9(15)V9(02).             00001430
           05  FILLER                      PIC X(23).                   00001440
                                                                        00001450
      *----------------------------------------------------------------*00001460
      * WORKING-STORAGE SECTION                                        *00001470
      *----------------------------------------------------------------*00001480
       WORKING-STORAGE SECTION.                                         00001490
                                                                        00001500
      ******************************************************************00001510
      *                        S W I T C H E S                         *00001520
      ******************************************************************00001530
       01  SW-SWITCHES.                                                 00001540
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001550
               88  DB2-OK                              VALUE 0.         00001560
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001570
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001580
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001590
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001600
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001610
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001620
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001630
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001640
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001650
           05  SW-CAMBIO-ENCONTRADO        PIC X(01)   VALUE 'N'.       00001660
               88  SI-CAMBIO-ENCONTRADO                VALUE 'S'.       00001670
               88  NO-CAMBIO-ENCONTRADO                VALUE 'N'.       00001680
           05  SW-EXISTE-CAMBIO            PIC X(01)   VALUE 'N'.       00001690
               88  SI-EXISTE-CAMBIO                    VALUE 'S'.       00001700
               88  NO-EXISTE-CAMBIO                    VALUE 'N'.       00001710
           05  SW-MONEDA-ENCONTRADA        PIC X(01)   VALUE 'N'.       00001720
               88  SI-MONEDA-ENCONTRADA                VALUE 'S'.       00001730
               88  NO-MONEDA-ENCONTRADA                VALUE 'N'.       00001740
                                                                        00001750
      ******************************************************************00001760
      *                      C O N S T A N T E S                       *00001770
      ******************************************************************00001780
       01  CT-CONSTANTES.                                               00001790
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001800
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001810
               10  CA-KJBCCEC              PIC X(08)   VALUE 'KJBCCEC'. 00001820
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001830
      -                            'PAGO'.                              00001840
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001850
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001860
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001870
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001880
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001890
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001900
               10  CA-TIPO-DETALLE         PIC X(01)   VALUE 'D'.       00001910
               10  CA-TIPO-EMPRESA         PIC X(01)   VALUE 'E'.       00001920
               10  CA-TIPO-MONEDA          PIC X(01)   VALUE 'M'.       00001930
               10  CA-TIPO-ESCENARIO       PIC X(01)   VALUE 'T'.       00001940
               10  CA-KJBCECS1             PIC X(08)   VALUE 'KJBCECS1'.00001950
               10  CA-KJBCECS2             PIC X(08)   VALUE 'KJBCECS2'.00001960
               10  CA-POS-AGRE-SALDO       PIC X(14)   VALUE 'POS_AGRE_S00001970
      -                            'ALDO'.                              00001980
               10  CA-POS-ESCEN-CAMBIO     PIC X(16)   VALUE 'POS_ESCEN_00001990
      -                            'CAMBIO'.                            00002000
               10  CA-POS-TIPO-CAMBIO      PIC X(15)   VALUE 'POS_TIPO_C00002010
      -                            'AMBIO'.                             00002020
               10  CA-POS-CAT-MONEDA       PIC X(14)   VALUE 'POS_CAT_MO00002030
      -                            'NEDA'.                              00002040
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002050
               10  CA-TOTAL-EMPRESA        PIC X(14)   VALUE 'TOTAL EMPR00002060
      -                            'ESA'.                               00002070
               10  CA-TOTAL-MONEDA         PIC X(14)   VALUE 'TOTAL MONE00002080
      -                            'DA'.                                00002090
               10  CA-TOTAL-ESCENARIO      PIC X(14)   VALUE 'TOT. ESCEN00002100
      -                            'ARIO'.                              00002110
               10  CA-OBS-SIN-CAMBIO       PIC X(18)   VALUE 'SIN TIPO D00002120
      -                            'E CAMBIO'.                          00002130
               10  CA-OBS-NO-DEFINIDO      PIC X(21)   VALUE 'ESCENARIO 00002140
      -                            'NO DEFINIDO'.                       00002150
               10  CA-ERR-ABRIR-KJBCECS1   PIC X(34)   VALUE 'ERROR AL A00002160
      -                            'BRIR EL FICHERO KJBCECS1'.          00002170
               10  CA-ERR-ABRIR-KJBCECS2   PIC X(34)   VALUE 'ERROR AL A00002180
      -                            'BRIR EL FICHERO KJBCECS2'.          00002190
               10  CA-ERR-CERRAR-KJBCECS1  PIC X(35)   VALUE 'ERROR AL C00002200
      -                            'ERRAR EL FICHERO KJBCECS1'.         00002210
               10  CA-ERR-CERRAR-KJBCECS2  PIC X(35)   VALUE 'ERROR AL C00002220
      -                            'ERRAR EL FICHERO KJBCECS2'.         00002230
               10  CA-ERR-ESCRIB-KJBCECS1  PIC X(34)   VALUE 'ERROR AL E00002240
      -                            'SCRIBIR FICHERO KJBCECS1'.          00002250
               10  CA-ERR-ESCRIB-KJBCECS2  PIC X(34)   VALUE 'ERROR AL E00002260
      -                            'SCRIBIR FICHERO KJBCECS2'.          00002270
               10  CA-ERR-CURSOR           PIC X(38)   VALUE 'ERROR EN A00002280
      -                            'CCESO AL CURSOR C-ESTRES'.          00002290
               10  CA-ERR-ESCENARIO        PIC X(43)   VALUE 'ERROR EN A00002300
      -                            'CCESO A LA TABLA POS_ESCEN_CAMBIO'. 00002310
               10  CA-ERR-CAMBIO           PIC X(38)   VALUE 'ERROR AL L00002320
      -                            'EER LA TABLA DE CAMBIOS'.           00002330
               10  CA-ERR-CAT-MONEDA       PIC X(41)   VALUE 'ERROR EN A00002340
      -                            'CCESO A LA TABLA POS_CAT_MONEDA'.   00002350
               10  CA-ERR-TABLA-LLENA      PIC X(40)   VALUE 'TABLA DE T00002360
      -                            'OTALES POR MONEDA LLENA'.           00002370
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002380
      -                            '-FICHEROS'.                         00002390
               10  CA-PRF-1200             PIC X(18)   VALUE '1200-ABRIR00002400
      -                            '-CURSOR'.                           00002410
               10  CA-PRF-1310             PIC X(23)   VALUE '1310-VALID00002420
      -                            'AR-ESCENARIO'.                      00002430
               10  CA-PRF-2170             PIC X(16)   VALUE '2170-LEER-00002440
      -                            'CAMBIO'.                            00002450
               10  CA-PRF-2180             PIC X(16)   VALUE '2180-LEER-00002460
      -                            'CHOQUE'.                            00002470
               10  CA-PRF-2300             PIC X(21)   VALUE '2300-ACUMU00002480
      -                            'LAR-MONEDA'.                        00002490
               10  CA-PRF-2500             PIC X(20)   VALUE '2500-ESCRI00002500
      -                            'BIR-LINEA'.                         00002510
               10  CA-PRF-2600             PIC X(22)   VALUE '2600-ESCRI00002520
      -                            'BIR-INTERFAZ'.                      00002530
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002540
      -                            'R-FICHEROS'.                        00002550
               10  CA-PRF-8800             PIC X(22)   VALUE '8800-AJUST00002560
      -                            'AR-DECIMALES'.                      00002570
               10  CA-PRF-9200             PIC X(16)   VALUE '9200-LEER-00002580
      -                            'CURSOR'.                            00002590
                                                                        00002600
           05  CN-CONSTANTES-NUMERICAS.                                 00002610
               10  CN-1                    PIC 9(01)   VALUE 1.         00002620
               10  CN-4                    PIC 9(01)   VALUE 4.         00002630
               10  CN-100                  PIC 9(03)   VALUE 100.       00002640
               10  CN-MAX-ESCENARIOS       PIC 9(02)   VALUE 8.         00002650
               10  CN-MAX-CAMBIOS          PIC 9(02)   VALUE 10.        00002660
               10  CN-MAX-MONEDAS          PIC 9(02)   VALUE 99.        00002670
                                                                        00002680
      ******************************************************************00002690
      *                    C O N T A D O R E S                         *00002700
      ******************************************************************00002710
       01  CT-CONTADORES.                                               00002720
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002730
           05  CT-SIN-CAMBIO               PIC 9(9)    VALUE ZEROES.    00002740
           05  CT-ESCENARIOS               PIC 9(9)    VALUE ZEROES.    00002750
           05  CT-NO-DEFINIDOS             PIC 9(9)    VALUE ZEROES.    00002760
           05  CT-REG-INTERFAZ             PIC 9(9)    VALUE ZEROES.    00002770
                                                                        00002780
      ******************************************************************00002790
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002800
      ******************************************************************00002810
       01  WK-ESTADISTICA.                                              00002820
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002830
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002840
      -                            'ICAS DE KJBCCEC                     00002850
      -                            '        *'.                         00002860
           05  WK-CAB-3.                                                00002870
               10  FILLER                  PIC X(45)   VALUE '* ESCENARI00002880
      -                            'OS VALORADOS:                    '. 00002890
               10  WK-ESCENARIOS-ED        PIC ZZZZZZZZ9.               00002900
               10  FILLER                  PIC X(01)   VALUE '*'.       00002910
           05  WK-CAB-4.                                                00002920
               10  FILLER                  PIC X(45)   VALUE '* ESCENARI00002930
      -                            'OS NO DEFINIDOS:                 '. 00002940
               10  WK-NO-DEFINIDOS-ED      PIC ZZZZZZZZ9.               00002950
               10  FILLER                  PIC X(01)   VALUE '*'.       00002960
           05  WK-CAB-5.                                                00002970
               10  FILLER                  PIC X(45)   VALUE '* FILAS ES00002980
      -                            'CENARIO/EMPRESA/MONEDA LEIDAS:   '. 00002990
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00003000
               10  FILLER                  PIC X(01)   VALUE '*'.       00003010
           05  WK-CAB-6.                                                00003020
               10  FILLER                  PIC X(45)   VALUE '* FILAS SI00003030
      -                            'N TIPO DE CAMBIO:                '. 00003040
               10  WK-SIN-CAMBIO-ED        PIC ZZZZZZZZ9.               00003050
               10  FILLER                  PIC X(01)   VALUE '*'.       00003060
           05  WK-CAB-7.                                                00003070
               10  FILLER                  PIC X(45)   VALUE '* REGISTR 00003080
      -                            'OS ESCRITOS EN KJBCECS2:         '. 00003090
               10  WK-REG-INTERFAZ-ED      PIC ZZZZZZZZ9.               00003100
               10  FILLER                  PIC X(01)   VALUE '*'.       00003110
                                                                        00003120
      ******************************************************************00003130
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003140
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003150
      ******************************************************************00003160
       01  WK-CANCELACION-BATCH.                                        00003170
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003180
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003190
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003200
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCEC'. 00003210
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003220
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003230
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003240
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003250
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003260
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003270
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003280
                                                                        00003290
      ******************************************************************00003300
      *                      F I L E  S T A T U S                      *00003310
      ******************************************************************00003320
       01  FS-FILE-STATUS.                                              00003330
           05  FS-KJBCECS1                 PIC X(02).                   00003340
           05  FS-KJBCECS2                 PIC X(02).                   00003350
                                                                        00003360
      ******************************************************************00003370
      *                 L I N E A S  D E  I N F O R M E                *00003380
      ******************************************************************00003390
       01  WK-LINEA-CABECERA.                                           00003400
           05  FILLER                      PIC X(40)   VALUE 'ESTRES DE 00003410
      -                            ' TIPO DE CAMBIO. MONEDA BASE'.      00003420
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003430
           05  WC-MONEDA-BASE              PIC X(03).                   00003440
           05  FILLER                      PIC X(17)   VALUE ' FECHA DE 00003450
      -                            'CAMBIO:'.                           00003460
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003470
           05  WC-FECHA-CAMBIO             PIC X(10).                   00003480
           05  FILLER                      PIC X(60)   VALUE SPACES.    00003490
                                                                        00003500
       01  WK-LINEA-TITULOS.                                            00003510
           05  FILLER                      PIC X(15)   VALUE 'CONCEPTO'.00003520
           05  FILLER                      PIC X(09)   VALUE 'ESCENAR'. 00003530
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00003540
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003550
           05  FILLER                      PIC X(10)   VALUE            00003560
                                   ' CHOQUE %'.                         00003570
           05  FILLER                      PIC X(20)   VALUE            00003580
                                   '        SALDO ORIGEN'.              00003590
           05  FILLER                      PIC X(20)   VALUE            00003600
                                   '      CONTRAVAL.BASE'.              00003610
           05  FILLER                      PIC X(20)   VALUE            00003620
                                   '    CONTRAVAL.ESTRES'.              00003630
           05  FILLER                      PIC X(19)   VALUE            00003640
                                   '          VARIACION'.               00003650
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003660
                                                                        00003670
       01  WK-LINEA-DETALLE.                                            00003680
           05  WD-CONCEPTO                 PIC X(14).                   00003690
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003700
           05  WD-IDESCEN                  PIC X(08).                   00003710
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003720
           05  WD-IDEMPRD                  PIC X(04).                   00003730
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003740
           05  WD-CODMONSW                 PIC X(03).                   00003750
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003760
           05  WD-PCTCHOQ                  PIC -ZZ9,9999.               00003770
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003780
           05  WD-IMPORTE-ORIGEN           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003790
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003800
           05  WD-IMPORTES-CV.                                          00003810
               10  WD-CV-BASE              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003820
               10  FILLER                  PIC X(01).                   00003830
               10  WD-CV-ESTRES            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003840
               10  FILLER                  PIC X(01).                   00003850
               10  WD-VARIACION            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003860
           05  WD-OBSERVACIONES REDEFINES WD-IMPORTES-CV                00003870
                                           PIC X(59).                   00003880
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003890
                                                                        00003900
      ******************************************************************00003910
      *                      V A R I A B L E S                         *00003920
      ******************************************************************00003930
       01  WK-VARIABLES.                                                00003940
           05  WK-PARAMETROS-SYSIN.                                     00003950
               10  WK-FECHA-CAMBIO         PIC X(10).                   00003960
               10  WK-MONEDA-BASE          PIC X(03).                   00003970
               10  WK-ESCENARIOS.                                       00003980
                   15  WK-ESCENARIO-01     PIC X(08).                   00003990
                   15  WK-ESCENARIO-02     PIC X(08).                   00004000
                   15  WK-ESCENARIO-03     PIC X(08).                   00004010
                   15  WK-ESCENARIO-04     PIC X(08).                   00004020
                   15  WK-ESCENARIO-05     PIC X(08).                   00004030
                   15  WK-ESCENARIO-06     PIC X(08).                   00004040
                   15  WK-ESCENARIO-07     PIC X(08).                   00004050
                   15  WK-ESCENARIO-08     PIC X(08).                   00004060
               10  WK-TABLA-ESCENARIOS REDEFINES WK-ESCENARIOS.         00004070
                   15  WK-ESCENARIO        PIC X(08)                    00004080
                                           OCCURS 8 TIMES.              00004090
           05  WK-IND-TODOS                PIC X(01).                   00004100
           05  WK-IDX                      PIC 9(02).                   00004110
           05  WK-IDX-CAMBIO               PIC 9(02).                   00004120
           05  WK-IDX-MONEDA               PIC 9(02).                   00004130
           05  WK-NUM-FILAS                PIC S9(9)   COMP.            00004140
           05  WK-TIPO-CAMBIO              PIC S9(7)V9(8)  COMP-3.      00004150
           05  WK-PCTCHOQ                  PIC S9(3)V9(4)  COMP-3.      00004160
           05  WK-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00004170
           05  WK-CV-BASE                  PIC S9(15)V9(2) COMP-3.      00004180
           05  WK-CV-ESTRES                PIC S9(15)V9(2) COMP-3.      00004190
           05  WK-VARIACION                PIC S9(15)V9(2) COMP-3.      00004200
                                                                        00004210
      * -- CLAVE DE RUPTURA EN TRATAMIENTO.                             00004220
           05  WK-IDESCEN                  PIC X(08).                   00004230
           05  WK-IDEMPRD                  PIC X(04).                   00004240
                                                                        00004250
      * -- TOTALES DE CONTRAVALOR DE LA EMPRESA Y DEL ESCENARIO.        00004260
           05  WK-TOTAL-EMPRESA.                                        00004270
               10  WK-E-CV-BASE            PIC S9(15)V9(2) COMP-3.      00004280
               10  WK-E-CV-ESTRES          PIC S9(15)V9(2) COMP-3.      00004290
           05  WK-TOTAL-ESCENARIO.                                      00004300
               10  WK-T-CV-BASE            PIC S9(15)V9(2) COMP-3.      00004310
               10  WK-T-CV-ESTRES          PIC S9(15)V9(2) COMP-3.      00004320
                                                                        00004330
      * -- CACHE DE TIPOS DE CAMBIO YA RESUELTOS.                       00004340
           05  WK-NUM-CAMBIOS              PIC 9(02).                   00004350
           05  WK-CAMBIOS OCCURS 10 TIMES.                              00004360
               10  WK-C-CODMONSW           PIC X(03).                   00004370
               10  WK-C-TIPCAMBIO          PIC S9(7)V9(8) COMP-3.       00004380
               10  WK-C-EXISTE             PIC X(01).                   00004390
                                                                        00004400
      * -- TOTALES POR MONEDA DEL ESCENARIO EN TRATAMIENTO.             00004410
           05  WK-NUM-MONEDAS              PIC 9(02).                   00004420
           05  WK-MONEDAS OCCURS 99 TIMES.                              00004430
               10  WK-M-CODMONSW           PIC X(03).                   00004440
               10  WK-M-PCTCHOQ            PIC S9(3)V9(4)  COMP-3.      00004450
               10  WK-M-IMPSLDC            PIC S9(15)V9(2) COMP-3.      00004460
               10  WK-M-CV-BASE            PIC S9(15)V9(2) COMP-3.      00004470
               10  WK-M-CV-ESTRES          PIC S9(15)V9(2) COMP-3.      00004480
                                                                        00004490
      * -- DATOS DEL REGISTRO DE INTERFAZ A ESCRIBIR.                   00004500
           05  WK-INTERFAZ.                                             00004510
               10  WK-I-TIPO-REG           PIC X(01).                   00004520
               10  WK-I-IDEMPRD            PIC X(04).                   00004530
               10  WK-I-CODMONSW           PIC X(03).                   00004540
               10  WK-I-PCTCHOQ            PIC S9(3)V9(4)  COMP-3.      00004550
               10  WK-I-IMPSLDC            PIC S9(15)V9(2) COMP-3.      00004560
               10  WK-I-CV-BASE            PIC S9(15)V9(2) COMP-3.      00004570
               10  WK-I-CV-ESTRES          PIC S9(15)V9(2) COMP-3.      00004580
                                                                        00004590
      * -- SEPARACION DE SIGNO E IMPORTE PARA EL FICHERO DE INTERFAZ.   00004600
           05  WK-IMPORTE-SIGNO            PIC S9(15)V9(2) COMP-3.      00004610
           05  WK-SIGNO                    PIC X(01).                   00004620
           05  WK-IMPORTE-ABS              PIC 9(15)V9(2).              00004630
                                                                        00004640
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00004650
       01  WK-FILA-CURSOR.                                              00004660
           10  WF-IDESCEN                  PIC X(08).                   00004670
           10  WF-IDEMPRD                  PIC X(04).                   00004680
           10  WF-CODMONSW                 PIC X(03).                   00004690
           10  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00004700
                                                                        00004710
      * -- AJUSTE DE IMPORTES AL NUMERO DE DECIMALES DE LA MONEDA       00004720
      * -- (CATALOGO POS_CAT_MONEDA).                                   00004730
       01  WK-AJUSTE-DECIMALES.                                         00004740
           05  WK-MONEDA-AJUSTE            PIC X(03).                   00004750
           05  WK-IMPORTE-AJUSTE           PIC S9(15)V9(2) USAGE COMP-3.00004760
           05  WK-IMP-CERO-DEC             PIC S9(15)      USAGE COMP-3.00004770
           05  WK-IMP-UN-DEC               PIC S9(15)V9(1) USAGE COMP-3.00004780
                                                                        00004790
      * -- COPY DE COMUNICACION CON DB2.                                00004800
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004810
                                                                        00004820
      * -- DCLGEN DE LA TABLA POS_ESCEN_CAMBIO.                         00004830
           EXEC SQL INCLUDE D7400800 END-EXEC.                          00004840
                                                                        00004850
      * -- DCLGEN DE LA TABLA POS_TIPO_CAMBIO.                          00004860
           EXEC SQL INCLUDE D7397900 END-EXEC.                          00004870
                                                                        00004880
      * -- DCLGEN DE LA TABLA POS_CAT_MONEDA (DECIMALES POR MONEDA).    00004890
           EXEC SQL INCLUDE D7398600 END-EXEC.                          00004900
                                                                        00004910
      ******************************************************************00004920
      *                       PROCEDURE DIVISION                       *00004930
      ******************************************************************00004940
       PROCEDURE DIVISION.                                              00004950
                                                                        00004960
           PERFORM 1000-INICIO                                          00004970
              THRU 1000-INICIO-EXIT                                     00004980
                                                                        00004990
           PERFORM 2000-PROCESO                                         00005000
              THRU 2000-PROCESO-EXIT                                    00005010
             UNTIL SI-FIN-CURSOR                                        00005020
                                                                        00005030
           PERFORM 3000-FIN                                             00005040
              THRU 3000-FIN-EXIT                                        00005050
                                                                        00005060
           .                                                            00005070
                                                                        00005080
      ******************************************************************00005090
      ***                   1000-INICIO                             *** 00005100
      ***                   -----------                             *** 00005110
      * SE OBTIENEN LOS PARAMETROS DE SYSIN, SE ABREN LOS FICHEROS,    *00005120
      * SE EMITE LA CABECERA, SE COMPRUEBAN LOS ESCENARIOS PEDIDOS Y   *00005130
      * SE ABRE EL CURSOR.                                             *00005140
      ******************************************************************00005150
       1000-INICIO.                                                     00005160
                                                                        00005170
           INITIALIZE WK-VARIABLES                                      00005180
                      CT-CONTADORES                                     00005190
                                                                        00005200
           SET NO-FIN-CURSOR                 TO TRUE                    00005210
           SET SI-PRIMERA-LECTURA            TO TRUE                    00005220
                                                                        00005230
           ACCEPT WK-PARAMETROS-SYSIN FROM SYSIN                        00005240
                                                                        00005250
           IF  WK-ESCENARIOS = SPACES                                   00005260
               MOVE CA-SI                    TO WK-IND-TODOS            00005270
           ELSE                                                         00005280
               MOVE CA-NO                    TO WK-IND-TODOS            00005290
           END-IF                                                       00005300
                                                                        00005310
           PERFORM 1100-ABRIR-FICHEROS                                  00005320
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005330
                                                                        00005340
           MOVE WK-MONEDA-BASE               TO WC-MONEDA-BASE          00005350
           MOVE WK-FECHA-CAMBIO              TO WC-FECHA-CAMBIO         00005360
                                                                        00005370
           MOVE WK-LINEA-CABECERA            TO REG-KJBCECS1            00005380
                                                                        00005390
           PERFORM 2500-ESCRIBIR-LINEA                                  00005400
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005410
                                                                        00005420
           MOVE SPACES                       TO REG-KJBCECS1            00005430
                                                                        00005440
           PERFORM 2500-ESCRIBIR-LINEA                                  00005450
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005460
                                                                        00005470
           MOVE WK-LINEA-TITULOS             TO REG-KJBCECS1            00005480
                                                                        00005490
           PERFORM 2500-ESCRIBIR-LINEA                                  00005500
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005510
                                                                        00005520
           IF  WK-IND-TODOS = CA-NO                                     00005530
               PERFORM 1310-VALIDAR-ESCENARIO                           00005540
                  THRU 1310-VALIDAR-ESCENARIO-EXIT                      00005550
                 VARYING WK-IDX FROM 1 BY 1                             00005560
                   UNTIL WK-IDX > CN-MAX-ESCENARIOS                     00005570
           END-IF                                                       00005580
                                                                        00005590
           PERFORM 1200-ABRIR-CURSOR                                    00005600
              THRU 1200-ABRIR-CURSOR-EXIT                               00005610
                                                                        00005620
           PERFORM 9200-LEER-CURSOR                                     00005630
              THRU 9200-LEER-CURSOR-EXIT                                00005640
                                                                        00005650
           .                                                            00005660
       1000-INICIO-EXIT.                                                00005670
           EXIT.                                                        00005680
                                                                        00005690
      ******************************************************************00005700
      ***                   1100-ABRIR-FICHEROS                     *** 00005710
      ***                   -------------------                     *** 00005720
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00005730
      ******************************************************************00005740
       1100-ABRIR-FICHEROS.                                             00005750
                                                                        00005760
           OPEN OUTPUT KJBCECS1                                         00005770
                       KJBCECS2                                         00005780
                                                                        00005790
           IF  FS-KJBCECS1 NOT = CA-FS-OK                               00005800
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005810
               MOVE CA-ERR-ABRIR-KJBCECS1    TO WK-DESCRIPCION          00005820
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005830
               MOVE CA-KJBCECS1              TO WK-DDNAME               00005840
               MOVE FS-KJBCECS1              TO WK-FILE-STATUS          00005850
                                                                        00005860
               PERFORM 9000-CANCELACION                                 00005870
                  THRU 9000-CANCELACION-EXIT                            00005880
                                                                        00005890
           END-IF                                                       00005900
                                                                        00005910
           IF  FS-KJBCECS2 NOT = CA-FS-OK                               00005920
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005930
               MOVE CA-ERR-ABRIR-KJBCECS2    TO WK-DESCRIPCION          00005940
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005950
               MOVE CA-KJBCECS2              TO WK-DDNAME               00005960
               MOVE FS-KJBCECS2              TO WK-FILE-STATUS          00005970
                                                                        00005980
               PERFORM 9000-CANCELACION                                 00005990
                  THRU 9000-CANCELACION-EXIT                            00006000
                                                                        00006010
           END-IF                                                       00006020
                                                                        00006030
           .                                                            00006040
       1100-ABRIR-FICHEROS-EXIT.                                        00006050
           EXIT.                                                        00006060
                                                                        00006070
      ******************************************************************00006080
      ***                   1200-ABRIR-CURSOR                       *** 00006090
      ***                   -----------------                       *** 00006100
      * SE DECLARA Y ABRE EL CURSOR DE SALDOS POR EMPRESA Y MONEDA     *00006110
      * PARA CADA ESCENARIO SOLICITADO, ORDENADO POR ESCENARIO Y       *00006120
      * EMPRESA PARA LAS RUPTURAS.                                     *00006130
      ******************************************************************00006140
       1200-ABRIR-CURSOR.                                               00006150
                                                                        00006160
           EXEC SQL                                                     00006170
                DECLARE C-ESTRES CURSOR FOR                             00006180
                SELECT E.G6561_IDESCEN, A.G6543_IDEMPRD,                00006190
                       A.G6543_CODMONSW, SUM(A.G6543_IMPSLDC)           00006200
                  FROM (SELECT DISTINCT G6561_IDESCEN                   00006210
                          FROM POS_ESCEN_CAMBIO                         00006220
                         WHERE :WK-IND-TODOS = 'S'                      00006230
                            OR G6561_IDESCEN IN (:WK-ESCENARIO-01,      00006240
                                                 :WK-ESCENARIO-02,      00006250
                                                 :WK-ESCENARIO-03,      00006260
                                                 :WK-ESCENARIO-04,      00006270
                                                 :WK-ESCENARIO-05,      00006280
                                                 :WK-ESCENARIO-06,      00006290
                                                 :WK-ESCENARIO-07,      00006300
                                                 :WK-ESCENARIO-08)      00006310
                       ) E,                                             00006320
                       POS_AGRE_SALDO A                                 00006330
                 GROUP BY E.G6561_IDESCEN, A.G6543_IDEMPRD,             00006340
                          A.G6543_CODMONSW                              00006350
                 ORDER BY E.G6561_IDESCEN, A.G6543_IDEMPRD,             00006360
                          A.G6543_CODMONSW                              00006370
           END-EXEC                                                     00006380
                                                                        00006390
           EXEC SQL                                                     00006400
                OPEN C-ESTRES                                           00006410
           END-EXEC                                                     00006420
                                                                        00006430
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006440
                                                                        00006450
           IF  NOT DB2-OK                                               00006460
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006470
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006480
               MOVE CA-PRF-1200               TO WK-PARRAFO             00006490
               MOVE CA-KJBCCEC                TO WK-RUTINA              00006500
               MOVE CA-POS-AGRE-SALDO         TO WK-TABLA-DB2           00006510
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006520
                                                                        00006530
               PERFORM 9000-CANCELACION                                 00006540
                  THRU 9000-CANCELACION-EXIT                            00006550
                                                                        00006560
           END-IF                                                       00006570
                                                                        00006580
           .                                                            00006590
       1200-ABRIR-CURSOR-EXIT.                                          00006600
           EXIT.                                                        00006610
                                                                        00006620
      ******************************************************************00006630
      ***                   1310-VALIDAR-ESCENARIO                  *** 00006640
      ***                   ----------------------                  *** 00006650
      * SE COMPRUEBA QUE EL ESCENARIO SOLICITADO WK-IDX ESTA DEFINIDO  *00006660
      * EN POS_ESCEN_CAMBIO. LOS NO DEFINIDOS SE SENALAN EN EL LISTADO.*00006670
      ******************************************************************00006680
       1310-VALIDAR-ESCENARIO.                                          00006690
                                                                        00006700
           IF  WK-ESCENARIO (WK-IDX) NOT = SPACES                       00006710
               MOVE WK-ESCENARIO (WK-IDX)     TO G6561-IDESCEN          00006720
                                                                        00006730
               EXEC SQL                                                 00006740
                    SELECT COUNT(*)                                     00006750
                      INTO :WK-NUM-FILAS                                00006760
                      FROM POS_ESCEN_CAMBIO                             00006770
                     WHERE G6561_IDESCEN = :G6561-IDESCEN               00006780
               END-EXEC                                                 00006790
                                                                        00006800
               MOVE SQLCODE                   TO SW-DB2-RETURN-CODE     00006810
                                                                        00006820
               IF  NOT DB2-OK                                           00006830
                   MOVE CA-ERROR-D            TO WK-TIPO-ERROR          00006840
                   MOVE CA-ERR-ESCENARIO      TO WK-DESCRIPCION         00006850
                   MOVE CA-PRF-1310           TO WK-PARRAFO             00006860
                   MOVE CA-KJBCCEC            TO WK-RUTINA              00006870
                   MOVE CA-POS-ESCEN-CAMBIO   TO WK-TABLA-DB2           00006880
                   MOVE CA-SELECT             TO WK-DATOS-ACCESO        00006890
                                                                        00006900
                   PERFORM 9000-CANCELACION                             00006910
                      THRU 9000-CANCELACION-EXIT                        00006920
                                                                        00006930
               END-IF                                                   00006940
                                                                        00006950
               IF  WK-NUM-FILAS = ZEROES                                00006960
                   ADD CN-1                   TO CT-NO-DEFINIDOS        00006970
                                                                        00006980
                   MOVE SPACES                TO WK-LINEA-DETALLE       00006990
                   MOVE G6561-IDESCEN         TO WD-IDESCEN             00007000
                   MOVE CA-OBS-NO-DEFINIDO    TO WD-OBSERVACIONES       00007010
                   MOVE WK-LINEA-DETALLE      TO REG-KJBCECS1           00007020
                                                                        00007030
                   PERFORM 2500-ESCRIBIR-LINEA                          00007040
                      THRU 2500-ESCRIBIR-LINEA-EXIT                     00007050
               END-IF                                                   00007060
           END-IF                                                       00007070
                                                                        00007080
           .                                                            00007090
       1310-VALIDAR-ESCENARIO-EXIT.                                     00007100
           EXIT.                                                        00007110
                                                                        00007120
      ******************************************************************00007130
      ***                   2000-PROCESO                            *** 00007140
      ***                   ------------                            *** 00007150
      * SE DETECTAN LAS RUPTURAS DE EMPRESA Y ESCENARIO, SE VALORA LA  *00007160
      * FILA LEIDA Y SE ACUMULA EN LOS TOTALES.                        *00007170
      ******************************************************************00007180
       2000-PROCESO.                                                    00007190
                                                                        00007200
           IF  SI-PRIMERA-LECTURA                                       00007210
               MOVE WF-IDESCEN               TO WK-IDESCEN              00007220
               MOVE WF-IDEMPRD               TO WK-IDEMPRD              00007230
               SET NO-PRIMERA-LECTURA        TO TRUE                    00007240
           ELSE                                                         00007250
               EVALUATE  TRUE                                           00007260
                   WHEN  WF-IDESCEN NOT = WK-IDESCEN                    00007270
                         PERFORM 2400-VOLCAR-EMPRESA                    00007280
                            THRU 2400-VOLCAR-EMPRESA-EXIT               00007290
                         PERFORM 2410-VOLCAR-MONEDAS                    00007300
                            THRU 2410-VOLCAR-MONEDAS-EXIT               00007310
                         PERFORM 2420-VOLCAR-ESCENARIO                  00007320
                            THRU 2420-VOLCAR-ESCENARIO-EXIT             00007330
                   WHEN  WF-IDEMPRD NOT = WK-IDEMPRD                    00007340
                         PERFORM 2400-VOLCAR-EMPRESA                    00007350
                            THRU 2400-VOLCAR-EMPRESA-EXIT               00007360
               END-EVALUATE                                             00007370
                                                                        00007380
               MOVE WF-IDESCEN               TO WK-IDESCEN              00007390
               MOVE WF-IDEMPRD               TO WK-IDEMPRD              00007400
           END-IF                                                       00007410
                                                                        00007420
           PERFORM 2100-VALORAR-FILA                                    00007430
              THRU 2100-VALORAR-FILA-EXIT                               00007440
                                                                        00007450
           PERFORM 9200-LEER-CURSOR                                     00007460
              THRU 9200-LEER-CURSOR-EXIT                                00007470
                                                                        00007480
           .                                                            00007490
       2000-PROCESO-EXIT.                                               00007500
           EXIT.                                                        00007510
                                                                        00007520
      ******************************************************************00007530
      ***                   2100-VALORAR-FILA                       *** 00007540
      ***                   -----------------                       *** 00007550
      * SE RESUELVEN EL TIPO DE CAMBIO BASE Y EL CHOQUE DE LA MONEDA EN*00007560
      * EL ESCENARIO, SE CALCULAN EL CONTRAVALOR BASE Y EL ESTRESADO Y *00007570
      * SE ESCRIBEN EL DETALLE Y EL REGISTRO DE INTERFAZ. LAS MONEDAS  *00007580
      * SIN CAMBIO SE SENALAN Y NO ENTRAN EN LOS TOTALES.              *00007590
      ******************************************************************00007600
       2100-VALORAR-FILA.                                               00007610
                                                                        00007620
           PERFORM 2150-RESOLVER-CAMBIO                                 00007630
              THRU 2150-RESOLVER-CAMBIO-EXIT                            00007640
                                                                        00007650
           PERFORM 2180-LEER-CHOQUE                                     00007660
              THRU 2180-LEER-CHOQUE-EXIT                                00007670
                                                                        00007680
           MOVE WF-CODMONSW                   TO WK-MONEDA-AJUSTE       00007690
           MOVE WF-IMPSLDC                    TO WK-IMPORTE-AJUSTE      00007700
                                                                        00007710
           PERFORM 8800-AJUSTAR-DECIMALES                               00007720
              THRU 8800-AJUSTAR-DECIMALES-EXIT                          00007730
                                                                        00007740
           MOVE WK-IMPORTE-AJUSTE             TO WK-IMPSLDC             00007750
                                                                        00007760
           MOVE SPACES                        TO WK-LINEA-DETALLE       00007770
           MOVE WF-IDESCEN                    TO WD-IDESCEN             00007780
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00007790
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00007800
           MOVE WK-PCTCHOQ                    TO WD-PCTCHOQ             00007810
           MOVE WK-IMPSLDC                    TO WD-IMPORTE-ORIGEN      00007820
                                                                        00007830
           IF  SI-EXISTE-CAMBIO                                         00007840
               COMPUTE WK-CV-BASE ROUNDED =                             00007850
                       WF-IMPSLDC * WK-TIPO-CAMBIO                      00007860
               COMPUTE WK-CV-ESTRES ROUNDED =                           00007870
                       WF-IMPSLDC * WK-TIPO-CAMBIO                      00007880
                     * (CN-100 + WK-PCTCHOQ) / CN-100                   00007890
                                                                        00007900
               MOVE WK-MONEDA-BASE            TO WK-MONEDA-AJUSTE       00007910
               MOVE WK-CV-BASE                TO WK-IMPORTE-AJUSTE      00007920
                                                                        00007930
               PERFORM 8800-AJUSTAR-DECIMALES                           00007940
                  THRU 8800-AJUSTAR-DECIMALES-EXIT                      00007950
                                                                        00007960
               MOVE WK-IMPORTE-AJUSTE         TO WK-CV-BASE             00007970
               MOVE WK-CV-ESTRES              TO WK-IMPORTE-AJUSTE      00007980
                                                                        00007990
               PERFORM 8800-AJUSTAR-DECIMALES                           00008000
                  THRU 8800-AJUSTAR-DECIMALES-EXIT                      00008010
                                                                        00008020
               MOVE WK-IMPORTE-AJUSTE         TO WK-CV-ESTRES           00008030
               COMPUTE WK-VARIACION = WK-CV-ESTRES - WK-CV-BASE         00008040
                                                                        00008050
               MOVE WK-CV-BASE                TO WD-CV-BASE             00008060
               MOVE WK-CV-ESTRES              TO WD-CV-ESTRES           00008070
               MOVE WK-VARIACION              TO WD-VARIACION           00008080
                                                                        00008090
               ADD WK-CV-BASE                 TO WK-E-CV-BASE           00008100
                                                 WK-T-CV-BASE           00008110
               ADD WK-CV-ESTRES               TO WK-E-CV-ESTRES         00008120
                                                 WK-T-CV-ESTRES         00008130
                                                                        00008140
               PERFORM 2300-ACUMULAR-MONEDA                             00008150
                  THRU 2300-ACUMULAR-MONEDA-EXIT                        00008160
                                                                        00008170
               MOVE CA-TIPO-DETALLE           TO WK-I-TIPO-REG          00008180
               MOVE WF-IDEMPRD                TO WK-I-IDEMPRD           00008190
               MOVE WF-CODMONSW               TO WK-I-CODMONSW          00008200
               MOVE WK-PCTCHOQ                TO WK-I-PCTCHOQ           00008210
               MOVE WK-IMPSLDC                TO WK-I-IMPSLDC           00008220
               MOVE WK-CV-BASE                TO WK-I-CV-BASE           00008230
               MOVE WK-CV-ESTRES              TO WK-I-CV-ESTRES         00008240
                                                                        00008250
               PERFORM 2600-ESCRIBIR-INTERFAZ                           00008260
                  THRU 2600-ESCRIBIR-INTERFAZ-EXIT                      00008270
           ELSE                                                         00008280
               MOVE CA-OBS-SIN-CAMBIO         TO WD-OBSERVACIONES       00008290
               ADD CN-1                       TO CT-SIN-CAMBIO          00008300
           END-IF                                                       00008310
                                                                        00008320
           MOVE WK-LINEA-DETALLE              TO REG-KJBCECS1           00008330
                                                                        00008340
           PERFORM 2500-ESCRIBIR-LINEA                                  00008350
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00008360
                                                                        00008370
           .                                                            00008380
       2100-VALORAR-FILA-EXIT.                                          00008390
           EXIT.                                                        00008400
                                                                        00008410
      ******************************************************************00008420
      ***                   2150-RESOLVER-CAMBIO                    *** 00008430
      ***                   --------------------                    *** 00008440
      * SE RESUELVE EL TIPO DE CAMBIO BASE DE LA MONEDA DE LA FILA     *00008450
      * LEIDA, CONSULTANDO PRIMERO LA CACHE DE MONEDAS YA RESUELTAS.   *00008460
      * LA MONEDA BASE CONVIERTE A LA PAR.                             *00008470
      ******************************************************************00008480
       2150-RESOLVER-CAMBIO.                                            00008490
                                                                        00008500
           IF  WF-CODMONSW = WK-MONEDA-BASE                             00008510
               SET SI-EXISTE-CAMBIO           TO TRUE                   00008520
               MOVE 1                         TO WK-TIPO-CAMBIO         00008530
                                                                        00008540
           ELSE                                                         00008550
               SET NO-CAMBIO-ENCONTRADO       TO TRUE                   00008560
               MOVE ZEROES                    TO WK-IDX-CAMBIO          00008570
                                                                        00008580
               PERFORM 2160-BUSCAR-CACHE                                00008590
                  THRU 2160-BUSCAR-CACHE-EXIT                           00008600
                 VARYING WK-IDX FROM 1 BY 1                             00008610
                   UNTIL WK-IDX > WK-NUM-CAMBIOS                        00008620
                      OR SI-CAMBIO-ENCONTRADO                           00008630
                                                                        00008640
               IF  SI-CAMBIO-ENCONTRADO                                 00008650
                   MOVE WK-C-TIPCAMBIO (WK-IDX-CAMBIO)                  00008660
                                              TO WK-TIPO-CAMBIO         00008670
                   IF  WK-C-EXISTE (WK-IDX-CAMBIO) = CA-SI              00008680
                       SET SI-EXISTE-CAMBIO   TO TRUE                   00008690
                   ELSE                                                 00008700
                       SET NO-EXISTE-CAMBIO   TO TRUE                   00008710
                   END-IF                                               00008720
               ELSE                                                     00008730
                   PERFORM 2170-LEER-CAMBIO                             00008740
                      THRU 2170-LEER-CAMBIO-EXIT                        00008750
               END-IF                                                   00008760
           END-IF                                                       00008770
                                                                        00008780
           .                                                            00008790
       2150-RESOLVER-CAMBIO-EXIT.                                       00008800
           EXIT.                                                        00008810
                                                                        00008820
      ******************************************************************00008830
      ***                   2160-BUSCAR-CACHE                       *** 00008840
      ***                   -----------------                       *** 00008850
      * SE COMPRUEBA SI LA MONEDA YA ESTA EN LA CACHE DE CAMBIOS,      *00008860
      * GUARDANDO SU INDICE.                                           *00008870
      ******************************************************************00008880
       2160-BUSCAR-CACHE.                                               00008890
                                                                        00008900
           IF  WK-C-CODMONSW (WK-IDX) = WF-CODMONSW                     00008910
               SET SI-CAMBIO-ENCONTRADO       TO TRUE                   00008920
               MOVE WK-IDX                    TO WK-IDX-CAMBIO          00008930
           END-IF                                                       00008940
                                                                        00008950
           .                                                            00008960
       2160-BUSCAR-CACHE-EXIT.                                          00008970
           EXIT.                                                        00008980
                                                                        00008990
      ******************************************************************00009000
      ***                   2170-LEER-CAMBIO                        *** 00009010
      ***                   ----------------                        *** 00009020
      * SE RECUPERA EL TIPO DE CAMBIO DE LA MONEDA EN LA FECHA         *00009030
      * SOLICITADA Y SE GUARDA EN LA CACHE.                            *00009040
      ******************************************************************00009050
       2170-LEER-CAMBIO.                                                00009060
                                                                        00009070
           MOVE ZEROES                        TO WK-TIPO-CAMBIO         00009080
           SET NO-EXISTE-CAMBIO               TO TRUE                   00009090
                                                                        00009100
           EXEC SQL                                                     00009110
                SELECT G6530_TIPCAMBIO                                  00009120
                 INTO :WK-TIPO-CAMBIO                                   00009130
                 FROM POS_TIPO_CAMBIO                                   00009140
                WHERE G6530_CODMONSW  = :WF-CODMONSW                    00009150
                  AND G6530_FECCAMBIO = :WK-FECHA-CAMBIO                00009160
           END-EXEC                                                     00009170
                                                                        00009180
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009190
                                                                        00009200
           EVALUATE  TRUE                                               00009210
               WHEN  DB2-OK                                             00009220
                     SET SI-EXISTE-CAMBIO     TO TRUE                   00009230
               WHEN  DB2-CLV-NOT-FOUND                                  00009240
                     CONTINUE                                           00009250
               WHEN  OTHER                                              00009260
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00009270
                     MOVE CA-ERR-CAMBIO       TO WK-DESCRIPCION         00009280
                     MOVE CA-PRF-2170         TO WK-PARRAFO             00009290
                     MOVE CA-KJBCCEC          TO WK-RUTINA              00009300
                     MOVE CA-POS-TIPO-CAMBIO  TO WK-TABLA-DB2           00009310
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00009320
                                                                        00009330
                     PERFORM 9000-CANCELACION                           00009340
                        THRU 9000-CANCELACION-EXIT                      00009350
                                                                        00009360
           END-EVALUATE                                                 00009370
                                                                        00009380
           IF  WK-NUM-CAMBIOS < CN-MAX-CAMBIOS                          00009390
               ADD CN-1                       TO WK-NUM-CAMBIOS         00009400
               MOVE WF-CODMONSW                                         00009410
                             TO WK-C-CODMONSW (WK-NUM-CAMBIOS)          00009420
               MOVE WK-TIPO-CAMBIO                                      00009430
                             TO WK-C-TIPCAMBIO (WK-NUM-CAMBIOS)         00009440
               IF  SI-EXISTE-CAMBIO                                     00009450
                   MOVE CA-SI TO WK-C-EXISTE (WK-NUM-CAMBIOS)           00009460
               ELSE                                                     00009470
                   MOVE CA-NO TO WK-C-EXISTE (WK-NUM-CAMBIOS)           00009480
               END-IF                                                   00009490
           END-IF                                                       00009500
                                                                        00009510
           .                                                            00009520
       2170-LEER-CAMBIO-EXIT.                                           00009530
           EXIT.                                                        00009540
                                                                        00009550
      ******************************************************************00009560
      ***                   2180-LEER-CHOQUE                        *** 00009570
      ***                   ----------------                        *** 00009580
      * SE RECUPERA EL PORCENTAJE DE CHOQUE DE LA MONEDA EN EL         *00009590
      * ESCENARIO. LA MONEDA BASE Y LAS MONEDAS SIN CHOQUE DEFINIDO EN *00009600
      * EL ESCENARIO SE VALORAN AL CAMBIO BASE (CHOQUE CERO).          *00009610
      ******************************************************************00009620
       2180-LEER-CHOQUE.                                                00009630
                                                                        00009640
           MOVE ZEROES                        TO WK-PCTCHOQ             00009650
                                                                        00009660
           IF  WF-CODMONSW NOT = WK-MONEDA-BASE                         00009670
               EXEC SQL                                                 00009680
                    SELECT G6561_PCTCHOQ                                00009690
                      INTO :G6561-PCTCHOQ                               00009700
                      FROM POS_ESCEN_CAMBIO                             00009710
                     WHERE G6561_IDESCEN  = :WF-IDESCEN                 00009720
                       AND G6561_CODMONSW = :WF-CODMONSW                00009730
               END-EXEC                                                 00009740
                                                                        00009750
               MOVE SQLCODE                   TO SW-DB2-RETURN-CODE     00009760
                                                                        00009770
               EVALUATE  TRUE                                           00009780
                   WHEN  DB2-OK                                         00009790
                         MOVE G6561-PCTCHOQ   TO WK-PCTCHOQ             00009800
                   WHEN  DB2-CLV-NOT-FOUND                              00009810
                         CONTINUE                                       00009820
                   WHEN  OTHER                                          00009830
                         MOVE CA-ERROR-D      TO WK-TIPO-ERROR          00009840
                         MOVE CA-ERR-ESCENARIO                          00009850
                                              TO WK-DESCRIPCION         00009860
                         MOVE CA-PRF-2180     TO WK-PARRAFO             00009870
                         MOVE CA-KJBCCEC      TO WK-RUTINA              00009880
                         MOVE CA-POS-ESCEN-CAMBIO                       00009890
                                              TO WK-TABLA-DB2           00009900
                         MOVE CA-SELECT       TO WK-DATOS-ACCESO        00009910
                                                                        00009920
                         PERFORM 9000-CANCELACION                       00009930
                            THRU 9000-CANCELACION-EXIT                  00009940
                                                                        00009950
               END-EVALUATE                                             00009960
           END-IF                                                       00009970
                                                                        00009980
           .                                                            00009990
       2180-LEER-CHOQUE-EXIT.                                           00010000
           EXIT.                                                        00010010
                                                                        00010020
      ******************************************************************00010030
      ***                   2300-ACUMULAR-MONEDA                    *** 00010040
      ***                   --------------------                    *** 00010050
      * SE ACUMULA LA FILA VALORADA EN LOS TOTALES DE SU MONEDA DENTRO *00010060
      * DEL ESCENARIO, DANDO DE ALTA LA MONEDA SI NO EXISTIA.          *00010070
      ******************************************************************00010080
       2300-ACUMULAR-MONEDA.                                            00010090
                                                                        00010100
           SET NO-MONEDA-ENCONTRADA           TO TRUE                   00010110
           MOVE ZEROES                        TO WK-IDX-MONEDA          00010120
                                                                        00010130
           PERFORM 2310-BUSCAR-MONEDA                                   00010140
              THRU 2310-BUSCAR-MONEDA-EXIT                              00010150
             VARYING WK-IDX FROM 1 BY 1                                 00010160
               UNTIL WK-IDX > WK-NUM-MONEDAS                            00010170
                  OR SI-MONEDA-ENCONTRADA                               00010180
                                                                        00010190
           IF  NO-MONEDA-ENCONTRADA                                     00010200
               IF  WK-NUM-MONEDAS NOT < CN-MAX-MONEDAS                  00010210
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00010220
                   MOVE CA-ERR-TABLA-LLENA    TO WK-DESCRIPCION         00010230
                   MOVE CA-PRF-2300           TO WK-PARRAFO             00010240
                                                                        00010250
                   PERFORM 9000-CANCELACION                             00010260
                      THRU 9000-CANCELACION-EXIT                        00010270
                                                                        00010280
               END-IF                                                   00010290
                                                                        00010300
               ADD CN-1                       TO WK-NUM-MONEDAS         00010310
               MOVE WK-NUM-MONEDAS            TO WK-IDX-MONEDA          00010320
               MOVE WF-CODMONSW                                         00010330
                             TO WK-M-CODMONSW (WK-IDX-MONEDA)           00010340
               MOVE WK-PCTCHOQ                                          00010350
                             TO WK-M-PCTCHOQ  (WK-IDX-MONEDA)           00010360
               MOVE ZEROES   TO WK-M-IMPSLDC  (WK-IDX-MONEDA)           00010370
                                WK-M-CV-BASE  (WK-IDX-MONEDA)           00010380
                                WK-M-CV-ESTRES (WK-IDX-MONEDA)          00010390
           END-IF                                                       00010400
                                                                        00010410
           ADD WK-IMPSLDC    TO WK-M-IMPSLDC  (WK-IDX-MONEDA)           00010420
           ADD WK-CV-BASE    TO WK-M-CV-BASE  (WK-IDX-MONEDA)           00010430
           ADD WK-CV-ESTRES  TO WK-M-CV-ESTRES (WK-IDX-MONEDA)          00010440
                                                                        00010450
           .                                                            00010460
       2300-ACUMULAR-MONEDA-EXIT.                                       00010470
           EXIT.                                                        00010480
                                                                        00010490
      ******************************************************************00010500
      ***                   2310-BUSCAR-MONEDA                      *** 00010510
      ***                   ------------------                      *** 00010520
      * SE COMPRUEBA SI LA MONEDA DE LA FILA LEIDA YA TIENE TOTALES EN *00010530
      * EL ESCENARIO, GUARDANDO SU INDICE.                             *00010540
      ******************************************************************00010550
       2310-BUSCAR-MONEDA.                                              00010560
                                                                        00010570
           IF  WK-M-CODMONSW (WK-IDX) = WF-CODMONSW                     00010580
               SET SI-MONEDA-ENCONTRADA       TO TRUE                   00010590
               MOVE WK-IDX                    TO WK-IDX-MONEDA          00010600
           END-IF                                                       00010610
                                                                        00010620
           .                                                            00010630
       2310-BUSCAR-MONEDA-EXIT.                                         00010640
           EXIT.                                                        00010650
                                                                        00010660
      ******************************************************************00010670
      ***                   2400-VOLCAR-EMPRESA                     *** 00010680
      ***                   -------------------                     *** 00010690
      * SE ESCRIBE EL TOTAL DE LA EMPRESA CERRADA EN EL LISTADO Y EN LA*00010700
      * INTERFAZ Y SE REINICIAN LOS ACUMULADORES.                      *00010710
      ******************************************************************00010720
       2400-VOLCAR-EMPRESA.                                             00010730
                                                                        00010740
           COMPUTE WK-VARIACION = WK-E-CV-ESTRES - WK-E-CV-BASE         00010750
                                                                        00010760
           MOVE SPACES                        TO WK-LINEA-DETALLE       00010770
           MOVE CA-TOTAL-EMPRESA              TO WD-CONCEPTO            00010780
           MOVE WK-IDESCEN                    TO WD-IDESCEN             00010790
           MOVE WK-IDEMPRD                    TO WD-IDEMPRD             00010800
           MOVE WK-MONEDA-BASE                TO WD-CODMONSW            00010810
           MOVE ZEROES                        TO WD-PCTCHOQ             00010820
                                                 WD-IMPORTE-ORIGEN      00010830
           MOVE WK-E-CV-BASE                  TO WD-CV-BASE             00010840
           MOVE WK-E-CV-ESTRES                TO WD-CV-ESTRES           00010850
           MOVE WK-VARIACION                  TO WD-VARIACION           00010860
           MOVE WK-LINEA-DETALLE              TO REG-KJBCECS1           00010870
                                                                        00010880
           PERFORM 2500-ESCRIBIR-LINEA                                  00010890
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00010900
                                                                        00010910
           MOVE CA-TIPO-EMPRESA               TO WK-I-TIPO-REG          00010920
           MOVE WK-IDEMPRD                    TO WK-I-IDEMPRD           00010930
           MOVE WK-MONEDA-BASE                TO WK-I-CODMONSW          00010940
           MOVE ZEROES                        TO WK-I-PCTCHOQ           00010950
                                                 WK-I-IMPSLDC           00010960
           MOVE WK-E-CV-BASE                  TO WK-I-CV-BASE           00010970
           MOVE WK-E-CV-ESTRES                TO WK-I-CV-ESTRES         00010980
                                                                        00010990
           PERFORM 2600-ESCRIBIR-INTERFAZ                               00011000
              THRU 2600-ESCRIBIR-INTERFAZ-EXIT                          00011010
                                                                        00011020
           MOVE ZEROES                        TO WK-E-CV-BASE           00011030
                                                 WK-E-CV-ESTRES         00011040
                                                                        00011050
           .                                                            00011060
       2400-VOLCAR-EMPRESA-EXIT.                                        00011070
           EXIT.                                                        00011080
                                                                        00011090
      ******************************************************************00011100
      ***                   2410-VOLCAR-MONEDAS                     *** 00011110
      ***                   -------------------                     *** 00011120
      * SE ESCRIBEN LOS TOTALES POR MONEDA DEL ESCENARIO CERRADO Y SE  *00011130
      * VACIA LA TABLA DE MONEDAS.                                     *00011140
      ******************************************************************00011150
       2410-VOLCAR-MONEDAS.                                             00011160
                                                                        00011170
           PERFORM 2415-VOLCAR-MONEDA                                   00011180
              THRU 2415-VOLCAR-MONEDA-EXIT                              00011190
             VARYING WK-IDX FROM 1 BY 1                                 00011200
               UNTIL WK-IDX > WK-NUM-MONEDAS                            00011210
                                                                        00011220
           MOVE ZEROES                        TO WK-NUM-MONEDAS         00011230
                                                                        00011240
           .                                                            00011250
       2410-VOLCAR-MONEDAS-EXIT.                                        00011260
           EXIT.                                                        00011270
                                                                        00011280
      ******************************************************************00011290
      ***                   2415-VOLCAR-MONEDA                      *** 00011300
      ***                   ------------------                      *** 00011310
      * SE ESCRIBE EL TOTAL DE LA MONEDA WK-IDX EN EL LISTADO Y EN LA  *00011320
      * INTERFAZ.                                                      *00011330
      ******************************************************************00011340
       2415-VOLCAR-MONEDA.                                              00011350
                                                                        00011360
           COMPUTE WK-VARIACION = WK-M-CV-ESTRES (WK-IDX)               00011370
                                - WK-M-CV-BASE   (WK-IDX)               00011380
                                                                        00011390
           MOVE SPACES                        TO WK-LINEA-DETALLE       00011400
           MOVE CA-TOTAL-MONEDA               TO WD-CONCEPTO            00011410
           MOVE WK-IDESCEN                    TO WD-IDESCEN             00011420
           MOVE WK-M-CODMONSW (WK-IDX)        TO WD-CODMONSW            00011430
           MOVE WK-M-PCTCHOQ (WK-IDX)         TO WD-PCTCHOQ             00011440
           MOVE WK-M-IMPSLDC (WK-IDX)         TO WD-IMPORTE-ORIGEN      00011450
           MOVE WK-M-CV-BASE (WK-IDX)         TO WD-CV-BASE             00011460
           MOVE WK-M-CV-ESTRES (WK-IDX)       TO WD-CV-ESTRES           00011470
           MOVE WK-VARIACION                  TO WD-VARIACION           00011480
           MOVE WK-LINEA-DETALLE              TO REG-KJBCECS1           00011490
                                                                        00011500
           PERFORM 2500-ESCRIBIR-LINEA                                  00011510
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011520
                                                                        00011530
           MOVE CA-TIPO-MONEDA                TO WK-I-TIPO-REG          00011540
           MOVE SPACES                        TO WK-I-IDEMPRD           00011550
           MOVE WK-M-CODMONSW (WK-IDX)        TO WK-I-CODMONSW          00011560
           MOVE WK-M-PCTCHOQ (WK-IDX)         TO WK-I-PCTCHOQ           00011570
           MOVE WK-M-IMPSLDC (WK-IDX)         TO WK-I-IMPSLDC           00011580
           MOVE WK-M-CV-BASE (WK-IDX)         TO WK-I-CV-BASE           00011590
           MOVE WK-M-CV-ESTRES (WK-IDX)       TO WK-I-CV-ESTRES         00011600
                                                                        00011610
           PERFORM 2600-ESCRIBIR-INTERFAZ                               00011620
              THRU 2600-ESCRIBIR-INTERFAZ-EXIT                          00011630
                                                                        00011640
           .                                                            00011650
       2415-VOLCAR-MONEDA-EXIT.                                         00011660
           EXIT.                                                        00011670
                                                                        00011680
      ******************************************************************00011690
      ***                   2420-VOLCAR-ESCENARIO                   *** 00011700
      ***                   ---------------------                   *** 00011710
      * SE ESCRIBE EL TOTAL DEL ESCENARIO CERRADO EN EL LISTADO Y EN LA*00011720
      * INTERFAZ, SEGUIDO DE UNA LINEA EN BLANCO, Y SE REINICIAN LOS   *00011730
      * ACUMULADORES.                                                  *00011740
      ******************************************************************00011750
       2420-VOLCAR-ESCENARIO.                                           00011760
                                                                        00011770
           ADD CN-1                           TO CT-ESCENARIOS          00011780
                                                                        00011790
           COMPUTE WK-VARIACION = WK-T-CV-ESTRES - WK-T-CV-BASE         00011800
                                                                        00011810
           MOVE SPACES                        TO WK-LINEA-DETALLE       00011820
           MOVE CA-TOTAL-ESCENARIO            TO WD-CONCEPTO            00011830
           MOVE WK-IDESCEN                    TO WD-IDESCEN             00011840
           MOVE WK-MONEDA-BASE                TO WD-CODMONSW            00011850
           MOVE ZEROES                        TO WD-PCTCHOQ             00011860
                                                 WD-IMPORTE-ORIGEN      00011870
           MOVE WK-T-CV-BASE                  TO WD-CV-BASE             00011880
           MOVE WK-T-CV-ESTRES                TO WD-CV-ESTRES           00011890
           MOVE WK-VARIACION                  TO WD-VARIACION           00011900
           MOVE WK-LINEA-DETALLE              TO REG-KJBCECS1           00011910
                                                                        00011920
           PERFORM 2500-ESCRIBIR-LINEA                                  00011930
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011940
                                                                        00011950
           MOVE SPACES                        TO REG-KJBCECS1           00011960
                                                                        00011970
           PERFORM 2500-ESCRIBIR-LINEA                                  00011980
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011990
                                                                        00012000
           MOVE CA-TIPO-ESCENARIO             TO WK-I-TIPO-REG          00012010
           MOVE SPACES                        TO WK-I-IDEMPRD           00012020
           MOVE WK-MONEDA-BASE                TO WK-I-CODMONSW          00012030
           MOVE ZEROES                        TO WK-I-PCTCHOQ           00012040
                                                 WK-I-IMPSLDC           00012050
           MOVE WK-T-CV-BASE                  TO WK-I-CV-BASE           00012060
           MOVE WK-T-CV-ESTRES                TO WK-I-CV-ESTRES         00012070
                                                                        00012080
           PERFORM 2600-ESCRIBIR-INTERFAZ                               00012090
              THRU 2600-ESCRIBIR-INTERFAZ-EXIT                          00012100
                                                                        00012110
           MOVE ZEROES                        TO WK-T-CV-BASE           00012120
                                                 WK-T-CV-ESTRES         00012130
                                                                        00012140
           .                                                            00012150
       2420-VOLCAR-ESCENARIO-EXIT.                                      00012160
           EXIT.                                                        00012170
                                                                        00012180
      ******************************************************************00012190
      ***                   2500-ESCRIBIR-LINEA                     *** 00012200
      ***                   -------------------                     *** 00012210
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00012220
      ******************************************************************00012230
       2500-ESCRIBIR-LINEA.                                             00012240
                                                                        00012250
           WRITE REG-KJBCECS1                                           00012260
                                                                        00012270
           IF  FS-KJBCECS1 NOT = CA-FS-OK                               00012280
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012290
               MOVE CA-ERR-ESCRIB-KJBCECS1   TO WK-DESCRIPCION          00012300
               MOVE CA-PRF-2500              TO WK-PARRAFO              00012310
               MOVE CA-KJBCECS1              TO WK-DDNAME               00012320
               MOVE FS-KJBCECS1              TO WK-FILE-STATUS          00012330
               MOVE REG-KJBCECS1             TO WK-DATOS-REGISTRO       00012340
                                                                        00012350
               PERFORM 9000-CANCELACION                                 00012360
                  THRU 9000-CANCELACION-EXIT                            00012370
                                                                        00012380
           END-IF                                                       00012390
                                                                        00012400
           .                                                            00012410
       2500-ESCRIBIR-LINEA-EXIT.                                        00012420
           EXIT.                                                        00012430
                                                                        00012440
      ******************************************************************00012450
      ***                   2600-ESCRIBIR-INTERFAZ                  *** 00012460
      ***                   ----------------------                  *** 00012470
      * SE FORMATEA Y ESCRIBE EL REGISTRO DE INTERFAZ PREPARADO EN     *00012480
      * WK-INTERFAZ. LOS IMPORTES VAN SIN SIGNO CON EL SIGNO APARTE.   *00012490
      ******************************************************************00012500
       2600-ESCRIBIR-INTERFAZ.                                          00012510
                                                                        00012520
           MOVE SPACES                        TO REG-KJBCECS2           00012530
           MOVE WK-I-TIPO-REG                 TO RI-TIPO-REG            00012540
           MOVE WK-IDESCEN                    TO RI-IDESCEN             00012550
           MOVE WK-FECHA-CAMBIO               TO RI-FECCAMBIO           00012560
           MOVE WK-MONEDA-BASE                TO RI-MONEDA-BASE         00012570
           MOVE WK-I-IDEMPRD                  TO RI-IDEMPRD             00012580
           MOVE WK-I-CODMONSW                 TO RI-CODMONSW            00012590
                                                                        00012600
           IF  WK-I-PCTCHOQ < ZEROES                                    00012610
               MOVE CA-SIGNO-MENOS            TO RI-SIGNO-CHOQUE        00012620
           ELSE                                                         00012630
               MOVE CA-SIGNO-MAS              TO RI-SIGNO-CHOQUE        00012640
           END-IF                                                       00012650
           MOVE WK-I-PCTCHOQ                  TO RI-PCTCHOQ             00012660
                                                                        00012670
           MOVE WK-I-IMPSLDC                  TO WK-IMPORTE-SIGNO       00012680
           PERFORM 2610-SEPARAR-SIGNO                                   00012690
              THRU 2610-SEPARAR-SIGNO-EXIT                              00012700
           MOVE WK-SIGNO                      TO RI-SIGNO-SALDO         00012710
           MOVE WK-IMPORTE-ABS                TO RI-IMPSLDC             00012720
                                                                        00012730
           MOVE WK-I-CV-BASE                  TO WK-IMPORTE-SIGNO       00012740
           PERFORM 2610-SEPARAR-SIGNO                                   00012750
              THRU 2610-SEPARAR-SIGNO-EXIT                              00012760
           MOVE WK-SIGNO                      TO RI-SIGNO-CV-BASE       00012770
           MOVE WK-IMPORTE-ABS                TO RI-CV-BASE             00012780
                                                                        00012790
           MOVE WK-I-CV-ESTRES                TO WK-IMPORTE-SIGNO       00012800
           PERFORM 2610-SEPARAR-SIGNO                                   00012810
              THRU 2610-SEPARAR-SIGNO-EXIT                              00012820
           MOVE WK-SIGNO                      TO RI-SIGNO-CV-ESTRES     00012830
           MOVE WK-IMPORTE-ABS                TO RI-CV-ESTRES           00012840
                                                                        00012850
           COMPUTE WK-IMPORTE-SIGNO = WK-I-CV-ESTRES - WK-I-CV-BASE     00012860
           PERFORM 2610-SEPARAR-SIGNO                                   00012870
              THRU 2610-SEPARAR-SIGNO-EXIT                              00012880
           MOVE WK-SIGNO                      TO RI-SIGNO-VARIACION     00012890
           MOVE WK-IMPORTE-ABS                TO RI-VARIACION           00012900
                                                                        00012910
           WRITE REG-KJBCECS2                                           00012920
                                                                        00012930
           IF  FS-KJBCECS2 NOT = CA-FS-OK                               00012940
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012950
               MOVE CA-ERR-ESCRIB-KJBCECS2   TO WK-DESCRIPCION          00012960
               MOVE CA-PRF-2600              TO WK-PARRAFO              00012970
               MOVE CA-KJBCECS2              TO WK-DDNAME               00012980
               MOVE FS-KJBCECS2              TO WK-FILE-STATUS          00012990
               MOVE REG-KJBCECS2             TO WK-DATOS-REGISTRO       00013000
                                                                        00013010
               PERFORM 9000-CANCELACION                                 00013020
                  THRU 9000-CANCELACION-EXIT                            00013030
                                                                        00013040
           END-IF                                                       00013050
                                                                        00013060
           ADD CN-1                           TO CT-REG-INTERFAZ        00013070
                                                                        00013080
           .                                                            00013090
       2600-ESCRIBIR-INTERFAZ-EXIT.                                     00013100
           EXIT.                                                        00013110
                                                                        00013120
      ******************************************************************00013130
      ***                   2610-SEPARAR-SIGNO                      *** 00013140
      ***                   ------------------                      *** 00013150
      * SE SEPARA WK-IMPORTE-SIGNO EN SIGNO (WK-SIGNO) E IMPORTE SIN   *00013160
      * SIGNO (WK-IMPORTE-ABS).                                        *00013170
      ******************************************************************00013180
       2610-SEPARAR-SIGNO.                                              00013190
                                                                        00013200
           IF  WK-IMPORTE-SIGNO < ZEROES                                00013210
               MOVE CA-SIGNO-MENOS            TO WK-SIGNO               00013220
           ELSE                                                         00013230
               MOVE CA-SIGNO-MAS              TO WK-SIGNO               00013240
           END-IF                                                       00013250
                                                                        00013260
           MOVE WK-IMPORTE-SIGNO              TO WK-IMPORTE-ABS         00013270
                                                                        00013280
           .                                                            00013290
       2610-SEPARAR-SIGNO-EXIT.                                         00013300
           EXIT.                                                        00013310
                                                                        00013320
      ******************************************************************00013330
      ***                   3000-FIN                                *** 00013340
      ***                   --------                                *** 00013350
      * SE VUELCAN LOS TOTALES DEL ULTIMO ESCENARIO, SE CIERRAN CURSOR *00013360
      * Y FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE FIJA EL CODIGO DE*00013370
      * RETORNO.                                                       *00013380
      ******************************************************************00013390
       3000-FIN.                                                        00013400
                                                                        00013410
           IF  NO-PRIMERA-LECTURA                                       00013420
               PERFORM 2400-VOLCAR-EMPRESA                              00013430
                  THRU 2400-VOLCAR-EMPRESA-EXIT                         00013440
               PERFORM 2410-VOLCAR-MONEDAS                              00013450
                  THRU 2410-VOLCAR-MONEDAS-EXIT                         00013460
               PERFORM 2420-VOLCAR-ESCENARIO                            00013470
                  THRU 2420-VOLCAR-ESCENARIO-EXIT                       00013480
           END-IF                                                       00013490
                                                                        00013500
           PERFORM 3100-CERRAR-FICHEROS                                 00013510
              THRU 3100-CERRAR-FICHEROS-EXIT                            00013520
                                                                        00013530
           PERFORM 3200-ESTADISTICAS                                    00013540
              THRU 3200-ESTADISTICAS-EXIT                               00013550
                                                                        00013560
           IF  CT-SIN-CAMBIO   > ZEROES OR                              00013570
               CT-NO-DEFINIDOS > ZEROES OR                              00013580
               CT-REG-LEIDOS   = ZEROES                                 00013590
               MOVE CN-4                     TO RETURN-CODE             00013600
           END-IF                                                       00013610
                                                                        00013620
           STOP RUN                                                     00013630
                                                                        00013640
           .                                                            00013650
       3000-FIN-EXIT.                                                   00013660
           EXIT.                                                        00013670
                                                                        00013680
      ******************************************************************00013690
      ***                   3100-CERRAR-FICHEROS                    *** 00013700
      ***                   --------------------                    *** 00013710
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00013720
      ******************************************************************00013730
       3100-CERRAR-FICHEROS.                                            00013740
                                                                        00013750
           EXEC SQL                                                     00013760
                CLOSE C-ESTRES                                          00013770
           END-EXEC                                                     00013780
                                                                        00013790
           CLOSE KJBCECS1                                               00013800
                 KJBCECS2                                               00013810
                                                                        00013820
           IF  FS-KJBCECS1 NOT = CA-FS-OK                               00013830
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013840
               MOVE CA-ERR-CERRAR-KJBCECS1   TO WK-DESCRIPCION          00013850
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013860
               MOVE CA-KJBCECS1              TO WK-DDNAME               00013870
               MOVE FS-KJBCECS1              TO WK-FILE-STATUS          00013880
                                                                        00013890
               PERFORM 9000-CANCELACION                                 00013900
                  THRU 9000-CANCELACION-EXIT                            00013910
                                                                        00013920
           END-IF                                                       00013930
                                                                        00013940
           IF  FS-KJBCECS2 NOT = CA-FS-OK                               00013950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013960
               MOVE CA-ERR-CERRAR-KJBCECS2   TO WK-DESCRIPCION          00013970
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013980
               MOVE CA-KJBCECS2              TO WK-DDNAME               00013990
               MOVE FS-KJBCECS2              TO WK-FILE-STATUS          00014000
                                                                        00014010
               PERFORM 9000-CANCELACION                                 00014020
                  THRU 9000-CANCELACION-EXIT                            00014030
                                                                        00014040
           END-IF                                                       00014050
                                                                        00014060
           .                                                            00014070
       3100-CERRAR-FICHEROS-EXIT.                                       00014080
           EXIT.                                                        00014090
                                                                        00014100
      ******************************************************************00014110
      ***                   3200-ESTADISTICAS                       *** 00014120
      ***                   -----------------                       *** 00014130
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00014140
      ******************************************************************00014150
       3200-ESTADISTICAS.                                               00014160
                                                                        00014170
           MOVE CT-ESCENARIOS                 TO WK-ESCENARIOS-ED       00014180
           MOVE CT-NO-DEFINIDOS               TO WK-NO-DEFINIDOS-ED     00014190
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00014200
           MOVE CT-SIN-CAMBIO                 TO WK-SIN-CAMBIO-ED       00014210
           MOVE CT-REG-INTERFAZ               TO WK-REG-INTERFAZ-ED     00014220
                                                                        00014230
           DISPLAY WK-CAB-1                                             00014240
           DISPLAY WK-CAB-2                                             00014250
           DISPLAY WK-CAB-1                                             00014260
           DISPLAY WK-CAB-3                                             00014270
           DISPLAY WK-CAB-4                                             00014280
           DISPLAY WK-CAB-5                                             00014290
           DISPLAY WK-CAB-6                                             00014300
           DISPLAY WK-CAB-7                                             00014310
           DISPLAY WK-CAB-1                                             00014320
                                                                        00014330
           .                                                            00014340
       3200-ESTADISTICAS-EXIT.                                          00014350
           EXIT.                                                        00014360
                                                                        00014370
      ******************************************************************00014380
      ***                   9200-LEER-CURSOR                        *** 00014390
      ***                   ----------------                        *** 00014400
      * SE REALIZA EL FETCH DEL CURSOR C-ESTRES.                       *00014410
      ******************************************************************00014420
       9200-LEER-CURSOR.                                                00014430
                                                                        00014440
           EXEC SQL                                                     00014450
                FETCH C-ESTRES                                          00014460
                 INTO :WF-IDESCEN , :WF-IDEMPRD,                        00014470
                      :WF-CODMONSW, :WF-IMPSLDC                         00014480
           END-EXEC                                                     00014490
                                                                        00014500
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00014510
                                                                        00014520
           EVALUATE  TRUE                                               00014530
               WHEN  DB2-OK                                             00014540
                     ADD CN-1                 TO CT-REG-LEIDOS          00014550
                                                                        00014560
               WHEN  DB2-CLV-NOT-FOUND                                  00014570
                     SET SI-FIN-CURSOR        TO TRUE                   00014580
                                                                        00014590
               WHEN  OTHER                                              00014600
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00014610
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00014620
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00014630
                     MOVE CA-KJBCCEC          TO WK-RUTINA              00014640
                     MOVE CA-POS-AGRE-SALDO   TO WK-TABLA-DB2           00014650
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014660
                                                                        00014670
                     PERFORM 9000-CANCELACION                           00014680
                        THRU 9000-CANCELACION-EXIT                      00014690
                                                                        00014700
           END-EVALUATE                                                 00014710
                                                                        00014720
           .                                                            00014730
       9200-LEER-CURSOR-EXIT.                                           00014740
           EXIT.                                                        00014750
                                                                        00014760
      ******************************************************************00014770
      ***                   8800-AJUSTAR-DECIMALES                  *** 00014780
      ***                   ----------------------                  *** 00014790
      * SE AJUSTA EL IMPORTE WK-IMPORTE-AJUSTE AL NUMERO DE DECIMALES  *00014800
      * DE SU MONEDA SEGUN EL CATALOGO POS_CAT_MONEDA. LAS MONEDAS NO  *00014810
      * CATALOGADAS O CON DOS DECIMALES SE DEJAN COMO ESTAN.           *00014820
      ******************************************************************00014830
       8800-AJUSTAR-DECIMALES.                                          00014840
                                                                        00014850
           EXEC SQL                                                     00014860
                SELECT G6538_NUMDECIM                                   00014870
                  INTO :G6538-NUMDECIM                                  00014880
                  FROM POS_CAT_MONEDA                                   00014890
                 WHERE G6538_CODMONSW = :WK-MONEDA-AJUSTE               00014900
           END-EXEC                                                     00014910
                                                                        00014920
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00014930
                                                                        00014940
           EVALUATE  TRUE                                               00014950
               WHEN  DB2-OK AND G6538-NUMDECIM = ZEROES                 00014960
                     COMPUTE WK-IMP-CERO-DEC ROUNDED =                  00014970
                             WK-IMPORTE-AJUSTE                          00014980
                     MOVE WK-IMP-CERO-DEC     TO WK-IMPORTE-AJUSTE      00014990
                                                                        00015000
               WHEN  DB2-OK AND G6538-NUMDECIM = CN-1                   00015010
                     COMPUTE WK-IMP-UN-DEC ROUNDED =                    00015020
                             WK-IMPORTE-AJUSTE                          00015030
                     MOVE WK-IMP-UN-DEC       TO WK-IMPORTE-AJUSTE      00015040
                                                                        00015050
               WHEN  DB2-OK                                             00015060
               WHEN  DB2-CLV-NOT-FOUND                                  00015070
                     CONTINUE                                           00015080
                                                                        00015090
               WHEN  OTHER                                              00015100
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00015110
                     MOVE CA-ERR-CAT-MONEDA   TO WK-DESCRIPCION         00015120
                     MOVE CA-PRF-8800         TO WK-PARRAFO             00015130
                     MOVE CA-KJBCCEC          TO WK-RUTINA              00015140
                     MOVE CA-POS-CAT-MONEDA   TO WK-TABLA-DB2           00015150
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00015160
                                                                        00015170
                     PERFORM 9000-CANCELACION                           00015180
                        THRU 9000-CANCELACION-EXIT                      00015190
                                                                        00015200
           END-EVALUATE                                                 00015210
                                                                        00015220
           .                                                            00015230
       8800-AJUSTAR-DECIMALES-EXIT.                                     00015240
           EXIT.                                                        00015250
                                                                        00015260
      ******************************************************************00015270
      ***                   9000-CANCELACION                        *** 00015280
      ***                   ----------------                        *** 00015290
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00015300
      ******************************************************************00015310
       9000-CANCELACION.                                                00015320
                                                                        00015330
           MOVE CA-RESP                       TO WK-RESPONSABLE         00015340
                                                                        00015350
           EVALUATE  TRUE                                               00015360
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00015370
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015380
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015390
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00015400
                         RESPONSABLE('WK-RESPONSABLE')                  00015410
                         DESCRIPCION('WK-DESCRIPCION')                  00015420
                         PROGRAMA('WK-PROGRAMA')                        00015430
                         PARRAFO('WK-PARRAFO')                          00015440
                         SQLCA('SQLCA')                                 00015450
                         TABLA_DB2('WK-TABLA-DB2')                      00015460
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00015470
                     END-FUN                                            00015480
                                                                        00015490
               WHEN  OTHER                                              00015500
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015510
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015520
                         RESPONSABLE('WK-RESPONSABLE')                  00015530
                         DESCRIPCION('WK-DESCRIPCION')                  00015540
                         PROGRAMA('WK-PROGRAMA')                        00015550
                         PARRAFO('WK-PARRAFO')                          00015560
                         DDNAME('WK-DDNAME')                            00015570
                         FILE_STATUS('WK-FILE-STATUS')                  00015580
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00015590
                     END-FUN                                            00015600
                                                                        00015610
           END-EVALUATE                                                 00015620
                                                                        00015630
           .                                                            00015640
       9000-CANCELACION-EXIT.                                           00015650
           EXIT.                                                        00015660
