      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCGD.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: FICHERO DE VISION UNICA DEL DEPOSITANTE PARA EL  *00000110
      *               FONDO DE GARANTIA DE DEPOSITOS.                  *00000120
      *               ATRIBUYE CADA POSICION CON SALDO ACREEDOR DE LA  *00000130
      *               ENTIDAD (POS_DISP_PMAS) A SUS TITULARES A TRAVES *00000140
      *               DEL CRUCE POS_DISP_CONTR Y DEL CLIENTE           *00000150
      *               (E1003-CLIIDENT) DE LOS CONTRATOS DE MPDT007. EL *00000160
      *               SALDO DE UNA POSICION CON VARIOS TITULARES SE    *00000170
      *               REPARTE A PARTES IGUALES. CADA PARTE SE CONVIERTE*00000180
      *               A LA MONEDA BASE CON POS_TIPO_CAMBIO, SE SUMA    *00000190
      *               POR DEPOSITANTE Y SE LE APLICA EL LIMITE DE      *00000200
      *               COBERTURA.                                       *00000210
      *               GENERA EL FICHERO DEL ORGANISMO CON CABECERA,    *00000220
      *               UN REGISTRO POR DEPOSITANTE Y COLA CON TOTALES DE*00000230
      *               CONTROL, Y EL LISTADO DE EXCEPCIONES: POSICIONES *00000240
      *               SIN TITULAR IDENTIFICABLE Y PARTES SIN TIPO DE   *00000250
      *               CAMBIO (ESTAS NO SUMAN AL DEPOSITANTE).          *00000260
      *-                                                              -*00000270
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000280
      *        WK-IDEMPRD          : ENTIDAD DECLARANTE.               *00000290
      *        WK-FECHA-CAMBIO     : FECHA DEL TIPO DE CAMBIO          *00000300
      *                              (AAAA-MM-DD).                     *00000310
      *        WK-MONEDA-BASE      : MONEDA DE LA DECLARACION.         *00000320
      *        WK-LIMITE-COBERTURA : IMPORTE MAXIMO CUBIERTO POR       *00000330
      *                              DEPOSITANTE (UNIDADES ENTERAS DE  *00000340
      *                              LA MONEDA BASE).                  *00000350
      *-                                                              -*00000360
      *  FICHEROS DE SALIDA:                                           *00000370
      *        KJBCGDS1 : FICHERO DE DEPOSITANTES PARA EL FONDO.       *00000380
      *        KJBCGDS2 : LISTADO DE EXCEPCIONES.                      *00000390
      *-                                                              -*00000400
      *  TABLAS:                                                       *00000410
      *     POS_DISP_PMAS   : POSICIONES CONSOLIDADAS (LECTURA).       *00000420
      *     POS_DISP_CONTR  : CONTRATOS DE CADA POSICION (LECTURA).    *00000430
      *     MPDT007         : CONTRATOS (LECTURA).                     *00000440
      *     POS_TIPO_CAMBIO : TIPOS DE CAMBIO (LECTURA).               *00000450
      *     POS_CAT_MONEDA  : DECIMALES POR MONEDA (LECTURA).          *00000460
      *-                                                              -*00000470
      *  CODIGOS DE RETORNO:                                           *00000480
      *        0 : PROCESO CORRECTO.                                   *00000490
      *        4 : HAY POSICIONES SIN TITULAR O SIN TIPO DE CAMBIO.    *00000500
      *-                                                              -*00000510
      ******************************************************************00000520
      *                  M O D I F I C A C I O N E S                   *00000530
      *                  ---------------------------                   *00000540
      *                                                                *00000550
      * USUARIO  FECHA        DESCRIPCION                              *00000560
      * -------- ----------   ---------------------------------------- *00000570
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000580
      *                                                                *00000590
      ******************************************************************00000600
                                                                        00000610
      ******************************************************************00000620
      * IDENTIFICATION DIVISION                                        *00000630
      ******************************************************************00000640
       IDENTIFICATION DIVISION.                                         00000650
       PROGRAM-ID.    KJBCCGD.                                          00000660
       AUTHOR.        VIEWNEXT.                                         00000670
       DATE-WRITTEN.  15-10-2026.                                       00000680
       DATE-COMPILED.                                                   00000690
                                                                        00000700
      ******************************************************************00000710
      * ENVIRONMENT DIVISION                                           *00000720
      ******************************************************************00000730
       ENVIRONMENT DIVISION.                                            00000740
                                                                        00000750
      *----------------------------------------------------------------*00000760
      * CONFIGURATION SECTION                                          *00000770
      *----------------------------------------------------------------*00000780
       CONFIGURATION SECTION.                                           00000790
                                                                        00000800
       SOURCE-COMPUTER. IBM-3090.                                       00000810
       OBJECT-COMPUTER. IBM-3090.                                       00000820
       SPECIAL-NAMES.                                                   00000830
           DECIMAL-POINT IS COMMA.                                      00000840
                                                                        00000850
      *----------------------------------------------------------------*00000860
      * INPUT OUTPUT SECTION                                           *00000870
      *----------------------------------------------------------------*00000880
       INPUT-OUTPUT SECTION.                                            00000890
       FILE-CONTROL.                                                    00000900
                                                                        00000910
      * -- FICHERO DE DEPOSITANTES PARA EL FONDO DE GARANTIA.           00000920
           SELECT KJBCGDS1 ASSIGN KJBCGDS1                              00000930
                  ACCESS MODE IS SEQUENTIAL                             00000940
                  FILE STATUS IS FS-KJBCGDS1.                           00000950
                                                                        00000960
      * -- LISTADO DE EXCEPCIONES.                                      00000970
           SELECT KJBCGDS2 ASSIGN KJBCGDS2                              00000980
                  ACCESS MODE IS SEQUENTIAL                             00000990
                  FILE STATUS IS FS-KJBCGDS2.                           00001000
                                                                        00001010
      ******************************************************************00001020
      * DATA DIVISION                                                  *00001030
      ******************************************************************00001040
       DATA DIVISION.                                                   00001050
                                                                        00001060
      *----------------------------------------------------------------*00001070
      * FILE SECTION                                                   *00001080
      *----------------------------------------------------------------*00001090
       FILE SECTION.                                                    00001100
                                                                        00001110
       FD  KJBCGDS1                                                     00001120
           BLOCK CONTAINS 0 RECORDS                                     00001130
           RECORDING MODE IS F                                          00001140
           LABEL RECORD ARE STANDARD                                    00001150
           RECORD CONTAINS 120 CHARACTERS                               00001160
           DATA RECORD IS REG-KJBCGDS1.                                 00001170
       01  REG-KJBCGDS1                    PIC X(120).                  00001180
                                                                        00001190
       FD  KJBCGDS2                                                     00001200
           BLOCK CONTAINS 0 RECORDS                                     00001210
           RECORDING MODE IS F                                          00001220
           LABEL RECORD ARE STANDARD                                    00001230
           RECORD CONTAINS 132 CHARACTERS                               00001240
           DATA RECORD IS REG-KJBCGDS2.                                 00001250
       01  REG-KJBCGDS2                    PIC X(132).                  00001260
                                                                        00001270
      *----------------------------------------------------------------*00001280
      * WORKING-STORAGE SECTION                                        *00001290
      *----------------------------------------------------------------*00001300
       WORKING-STORAGE SECTION.                                         00001310
                                                                        00001320
      ******************************************************************00001330
      *                        S W I T C H E S                         *00001340
      ******************************************************************00001350
       01  SW-SWITCHES.                                                 00001360
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001370
               88  DB2-OK                              VALUE 0.         00001380
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001390
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001400
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001410
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001420
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001430
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001440
           05  SW-FIN-SIN-TITULAR          PIC X(01)   VALUE 'N'.       00001450
               88  SI-FIN-SIN-TITULAR                  VALUE 'S'.       00001460
               88  NO-FIN-SIN-TITULAR                  VALUE 'N'.       00001470
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001480
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001490
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001500
           05  SW-EXISTE-CAMBIO            PIC X(01)   VALUE 'N'.       00001510
               88  SI-EXISTE-CAMBIO                    VALUE 'S'.       00001520
               88  NO-EXISTE-CAMBIO                    VALUE 'N'.       00001530
           05  SW-CAMBIO-ENCONTRADO        PIC X(01)   VALUE 'N'.       00001540
               88  SI-CAMBIO-ENCONTRADO                VALUE 'S'.       00001550
               88  NO-CAMBIO-ENCONTRADO                VALUE 'N'.       00001560
                                                                        00001570
      ******************************************************************00001580
      *                      C O N S T A N T E S                       *00001590
      ******************************************************************00001600
       01  CT-CONSTANTES.                                               00001610
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001620
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001630
               10  CA-KJBCCGD              PIC X(08)   VALUE 'KJBCCGD'. 00001640
               10  CA-RESP                 PIC X(14)   VALUE            00001650
                                   'MEDIOS DE PAGO'.                    00001660
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001670
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001680
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001690
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001700
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001710
               10  CA-PREFIJO-DECLARACION  PIC X(03)   VALUE 'FGD'.     00001720
               10  CA-TIPO-CABECERA        PIC X(01)   VALUE '1'.       00001730
               10  CA-TIPO-DEPOSITANTE     PIC X(01)   VALUE '2'.       00001740
               10  CA-TIPO-COLA            PIC X(01)   VALUE '9'.       00001750
               10  CA-OBS-SIN-TITULAR      PIC X(30)   VALUE            00001760
                                   'SIN TITULAR IDENTIFICABLE'.         00001770
               10  CA-OBS-SIN-CAMBIO       PIC X(30)   VALUE            00001780
                                   'SIN TIPO DE CAMBIO'.                00001790
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001800
                                   'ERROR AL ABRIR UN FICHERO'.         00001810
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001820
                                   'ERROR AL CERRAR UN FICHERO'.        00001830
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001840
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001850
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001860
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001870
               10  CA-ERR-FECHA            PIC X(36)   VALUE            00001880
                         'ERROR AL OBTENER LA FECHA DE PROCESO'.        00001890
               10  CA-ERR-CURSOR           PIC X(41)   VALUE            00001900
                         'ERROR EN ACCESO AL CURSOR C-DEPOSITANTES'.    00001910
               10  CA-ERR-SIN-TITULAR      PIC X(40)   VALUE            00001920
                         'ERROR EN ACCESO AL CURSOR C-SIN-TITULAR'.     00001930
               10  CA-ERR-TITULARES        PIC X(38)   VALUE            00001940
                         'ERROR EN ACCESO A POS_DISP_CONTR'.            00001950
               10  CA-ERR-CAMBIO           PIC X(38)   VALUE            00001960
                         'ERROR EN ACCESO A POS_TIPO_CAMBIO'.           00001970
               10  CA-ERR-CAT-MONEDA       PIC X(41)   VALUE            00001980
                         'ERROR EN ACCESO A LA TABLA POS_CAT_MONEDA'.   00001990
               10  CA-KJBCGDS1             PIC X(08)   VALUE 'KJBCGDS1'.00002000
               10  CA-KJBCGDS2             PIC X(08)   VALUE 'KJBCGDS2'.00002010
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE            00002020
                                   'POS_DISP_PMAS'.                     00002030
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00002040
                                   'POS_DISP_CONTR'.                    00002050
               10  CA-POS-TIPO-CAMBIO      PIC X(15)   VALUE            00002060
                                   'POS_TIPO_CAMBIO'.                   00002070
               10  CA-POS-CAT-MONEDA       PIC X(14)   VALUE            00002080
                                   'POS_CAT_MONEDA'.                    00002090
               10  CA-PRF-1000             PIC X(11)   VALUE            00002100
                                   '1000-INICIO'.                       00002110
               10  CA-PRF-1100             PIC X(19)   VALUE            00002120
                                   '1100-ABRIR-FICHEROS'.               00002130
               10  CA-PRF-1200             PIC X(17)   VALUE            00002140
                                   '1200-ABRIR-CURSOR'.                 00002150
               10  CA-PRF-2110             PIC X(21)   VALUE            00002160
                                   '2110-CONTAR-TITULARES'.             00002170
               10  CA-PRF-2170             PIC X(16)   VALUE            00002180
                                   '2170-LEER-CAMBIO'.                  00002190
               10  CA-PRF-2500             PIC X(19)   VALUE            00002200
                                   '2500-ESCRIBIR-LINEA'.               00002210
               10  CA-PRF-2600             PIC X(21)   VALUE            00002220
                                   '2600-ESCRIBIR-FICHERO'.             00002230
               10  CA-PRF-3050             PIC X(24)   VALUE            00002240
                                   '3050-LISTAR-SIN-TITULAR'.           00002250
               10  CA-PRF-3100             PIC X(20)   VALUE            00002260
                                   '3100-CERRAR-FICHEROS'.              00002270
               10  CA-PRF-8800             PIC X(22)   VALUE            00002280
                                   '8800-AJUSTAR-DECIMALES'.            00002290
               10  CA-PRF-9200             PIC X(16)   VALUE            00002300
                                   '9200-LEER-CURSOR'.                  00002310
               10  CA-PRF-9300             PIC X(22)   VALUE            00002320
                                   '9300-LEER-SIN-TITULAR'.             00002330
                                                                        00002340
           05  CN-CONSTANTES-NUMERICAS.                                 00002350
               10  CN-1                    PIC 9(01)   VALUE 1.         00002360
               10  CN-4                    PIC 9(01)   VALUE 4.         00002370
               10  CN-MAX-CAMBIOS          PIC 9(02)   VALUE 20.        00002380
                                                                        00002390
      ******************************************************************00002400
      *                    C O N T A D O R E S                         *00002410
      ******************************************************************00002420
       01  CT-CONTADORES.                                               00002430
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002440
           05  CT-DEPOSITANTES             PIC 9(9)    VALUE ZEROES.    00002450
           05  CT-LIMITADOS                PIC 9(9)    VALUE ZEROES.    00002460
           05  CT-SIN-CAMBIO               PIC 9(9)    VALUE ZEROES.    00002470
           05  CT-SIN-TITULAR              PIC 9(9)    VALUE ZEROES.    00002480
           05  CT-REG-FICHERO              PIC 9(9)    VALUE ZEROES.    00002490
                                                                        00002500
      ******************************************************************00002510
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002520
      ******************************************************************00002530
       01  WK-ESTADISTICA.                                              00002540
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002550
           05  WK-CAB-2                    PIC X(55)   VALUE            00002560
                   '* ESTADISTICAS DE KJBCCGD                   *'.     00002570
           05  WK-CAB-3.                                                00002580
               10  FILLER                  PIC X(45)   VALUE            00002590
                   '* PARTES DE POSICION LEIDAS:               '.       00002600
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002610
               10  FILLER                  PIC X(01)   VALUE '*'.       00002620
           05  WK-CAB-4.                                                00002630
               10  FILLER                  PIC X(45)   VALUE            00002640
                   '* DEPOSITANTES DECLARADOS:                 '.       00002650
               10  WK-DEPOSITANTES-ED      PIC ZZZZZZZZ9.               00002660
               10  FILLER                  PIC X(01)   VALUE '*'.       00002670
           05  WK-CAB-5.                                                00002680
               10  FILLER                  PIC X(45)   VALUE            00002690
                   '* DEPOSITANTES SOBRE EL LIMITE:            '.       00002700
               10  WK-LIMITADOS-ED         PIC ZZZZZZZZ9.               00002710
               10  FILLER                  PIC X(01)   VALUE '*'.       00002720
           05  WK-CAB-6.                                                00002730
               10  FILLER                  PIC X(45)   VALUE            00002740
                   '* PARTES SIN TIPO DE CAMBIO:               '.       00002750
               10  WK-SIN-CAMBIO-ED        PIC ZZZZZZZZ9.               00002760
               10  FILLER                  PIC X(01)   VALUE '*'.       00002770
           05  WK-CAB-7.                                                00002780
               10  FILLER                  PIC X(45)   VALUE            00002790
                   '* POSICIONES SIN TITULAR IDENTIFICABLE:    '.       00002800
               10  WK-SIN-TITULAR-ED       PIC ZZZZZZZZ9.               00002810
               10  FILLER                  PIC X(01)   VALUE '*'.       00002820
           05  WK-CAB-8.                                                00002830
               10  FILLER                  PIC X(45)   VALUE            00002840
                   '* REGISTROS ESCRITOS EN KJBCGDS1:          '.       00002850
               10  WK-REG-FICHERO-ED       PIC ZZZZZZZZ9.               00002860
               10  FILLER                  PIC X(01)   VALUE '*'.       00002870
                                                                        00002880
      ******************************************************************00002890
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002900
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002910
      ******************************************************************00002920
       01  WK-CANCELACION-BATCH.                                        00002930
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002940
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002950
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002960
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCGD'. 00002970
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002980
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002990
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003000
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003010
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003020
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003030
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003040
                                                                        00003050
      ******************************************************************00003060
      *                      F I L E  S T A T U S                      *00003070
      ******************************************************************00003080
       01  FS-FILE-STATUS.                                              00003090
           05  FS-KJBCGDS1                 PIC X(02).                   00003100
           05  FS-KJBCGDS2                 PIC X(02).                   00003110
                                                                        00003120
      ******************************************************************00003130
      *          R E G I S T R O S  R E G U L A T O R I O S            *00003140
      ******************************************************************00003150
      * -- CABECERA DEL FICHERO.                                        00003160
       01  WK-REG-CABECERA.                                             00003170
           05  WB-TIPO-REG                 PIC X(01).                   00003180
           05  WB-ID-DECLARACION.                                       00003190
               10  WB-ID-PREFIJO           PIC X(03).                   00003200
               10  WB-ID-ENTIDAD           PIC X(04).                   00003210
           05  WB-FECHA-GENERACION         PIC X(10).                   00003220
           05  WB-FECHA-CAMBIO             PIC X(10).                   00003230
           05  WB-MONEDA-BASE              PIC X(03).                   00003240
           05  WB-LIMITE-COBERTURA         PIC 9(15)V9(2).              00003250
           05  FILLER                      PIC X(72)   VALUE SPACES.    00003260
                                                                        00003270
      * -- DEPOSITANTE.                                                 00003280
       01  WK-REG-DEPOSITANTE.                                          00003290
           05  WD-TIPO-REG                 PIC X(01).                   00003300
           05  WD-SECUENCIA                PIC 9(07).                   00003310
           05  WD-CLIIDENT                 PIC 9(09).                   00003320
           05  WD-NOMBRE                   PIC X(30).                   00003330
           05  WD-NUM-POSICIONES           PIC 9(05).                   00003340
           05  WD-SALDO-TOTAL              PIC 9(15)V9(2).              00003350
           05  WD-SALDO-CUBIERTO           PIC 9(15)V9(2).              00003360
           05  WD-SALDO-NO-CUBIERTO        PIC 9(15)V9(2).              00003370
           05  FILLER                      PIC X(17)   VALUE SPACES.    00003380
                                                                        00003390
      * -- COLA CON LOS TOTALES DE CONTROL.                             00003400
       01  WK-REG-COLA.                                                 00003410
           05  WQ-TIPO-REG                 PIC X(01).                   00003420
           05  WQ-NUM-REGISTROS            PIC 9(09).                   00003430
           05  WQ-NUM-DEPOSITANTES         PIC 9(09).                   00003440
           05  WQ-NUM-POSICIONES           PIC 9(09).                   00003450
           05  WQ-TOTAL-SALDO              PIC 9(15)V9(2).              00003460
           05  WQ-TOTAL-CUBIERTO           PIC 9(15)V9(2).              00003470
           05  WQ-TOTAL-NO-CUBIERTO        PIC 9(15)V9(2).              00003480
           05  FILLER                      PIC X(41)   VALUE SPACES.    00003490
                                                                        00003500
      ******************************************************************00003510
      *                 L I N E A S  D E  I N F O R M E                *00003520
      ******************************************************************00003530
       01  WK-LINEA-CABECERA.                                           00003540
           05  FILLER                      PIC X(38)   VALUE            00003550
               'EXCEPCIONES GARANTIA DE DEPOSITOS.   '.                 00003560
           05  FILLER                      PIC X(09)   VALUE            00003570
               'ENTIDAD: '.                                             00003580
           05  WC-IDEMPRD                  PIC X(04).                   00003590
           05  FILLER                      PIC X(10)   VALUE            00003600
               '  FECHA: '.                                             00003610
           05  WC-FECHA-PROCESO            PIC X(10).                   00003620
           05  FILLER                      PIC X(10)   VALUE            00003630
               '  CAMBIO: '.                                            00003640
           05  WC-FECHA-CAMBIO             PIC X(10).                   00003650
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003660
           05  WC-MONEDA-BASE              PIC X(03).                   00003670
           05  FILLER                      PIC X(37)   VALUE SPACES.    00003680
                                                                        00003690
       01  WK-LINEA-TITULOS.                                            00003700
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00003710
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00003720
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00003730
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00003740
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00003750
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003760
           05  FILLER                      PIC X(22)   VALUE            00003770
               '                SALDO '.                                00003780
           05  FILLER                      PIC X(10)   VALUE            00003790
               '  CLIENTE '.                                            00003800
           05  FILLER                      PIC X(30)   VALUE            00003810
               'SITUACION'.                                             00003820
           05  FILLER                      PIC X(44)   VALUE SPACES.    00003830
                                                                        00003840
       01  WK-LINEA-DETALLE.                                            00003850
           05  WL-IDEMPRD                  PIC X(04).                   00003860
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003870
           05  WL-IDCENTD                  PIC X(04).                   00003880
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003890
           05  WL-IDPRODD                  PIC X(03).                   00003900
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003910
           05  WL-CODSPROD                 PIC X(03).                   00003920
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003930
           05  WL-CTOSALDO                 PIC X(03).                   00003940
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003950
           05  WL-CODMONSW                 PIC X(03).                   00003960
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003970
           05  WL-IMPSLDC                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003980
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003990
           05  WL-CLIIDENT                 PIC Z(09).                   00004000
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004010
           05  WL-SITUACION                PIC X(30).                   00004020
           05  FILLER                      PIC X(44)   VALUE SPACES.    00004030
                                                                        00004040
       01  WK-LINEA-TOTAL.                                              00004050
           05  FILLER                      PIC X(14)   VALUE            00004060
               'DEPOSITANTES:'.                                         00004070
           05  WT-DEPOSITANTES             PIC ZZZZZZZZ9.               00004080
           05  FILLER                      PIC X(10)   VALUE            00004090
               '  SALDO: '.                                             00004100
           05  WT-TOTAL-SALDO              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004110
           05  FILLER                      PIC X(13)   VALUE            00004120
               '  CUBIERTO: '.                                          00004130
           05  WT-TOTAL-CUBIERTO           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004140
           05  FILLER                      PIC X(16)   VALUE            00004150
               '  EXCEPCIONES: '.                                       00004160
           05  WT-EXCEPCIONES              PIC ZZZZZZZZ9.               00004170
           05  FILLER                      PIC X(19)   VALUE SPACES.    00004180
                                                                        00004190
      ******************************************************************00004200
      *                      V A R I A B L E S                         *00004210
      ******************************************************************00004220
       01  WK-VARIABLES.                                                00004230
           05  WK-PARAMETROS-SYSIN.                                     00004240
               10  WK-IDEMPRD              PIC X(04).                   00004250
               10  WK-FECHA-CAMBIO         PIC X(10).                   00004260
               10  WK-MONEDA-BASE          PIC X(03).                   00004270
               10  WK-LIMITE-COBERTURA     PIC 9(13).                   00004280
           05  WK-FECHA-PROCESO            PIC X(10).                   00004290
           05  WK-IDX                      PIC 9(02).                   00004300
           05  WK-IDX-CAMBIO               PIC 9(02).                   00004310
           05  WK-TIPO-CAMBIO              PIC S9(7)V9(8)  COMP-3.      00004320
           05  WK-NUM-TITULARES            PIC S9(09)  COMP.            00004330
           05  WK-LIMITE                   PIC S9(15)V9(2) COMP-3.      00004340
                                                                        00004350
      * -- DEPOSITANTE EN TRATAMIENTO.                                  00004360
           05  WK-CLIIDENT                 PIC S9(09)  COMP-3.          00004370
           05  WK-NOMBRE                   PIC X(30).                   00004380
           05  WK-POSICIONES-CLIENTE       PIC 9(05).                   00004390
           05  WK-SALDO-CLIENTE            PIC S9(15)V9(2) COMP-3.      00004400
           05  WK-CUBIERTO-CLIENTE         PIC S9(15)V9(2) COMP-3.      00004410
                                                                        00004420
      * -- TOTALES DE CONTROL DEL FICHERO.                              00004430
           05  WK-TOTAL-POSICIONES         PIC 9(09).                   00004440
           05  WK-TOTAL-SALDO              PIC S9(15)V9(2) COMP-3.      00004450
           05  WK-TOTAL-CUBIERTO           PIC S9(15)V9(2) COMP-3.      00004460
                                                                        00004470
      * -- CACHE DE TIPOS DE CAMBIO YA RESUELTOS.                       00004480
           05  WK-NUM-CAMBIOS              PIC 9(02).                   00004490
           05  WK-CAMBIOS OCCURS 20 TIMES.                              00004500
               10  WK-C-CODMONSW           PIC X(03).                   00004510
               10  WK-C-TIPCAMBIO          PIC S9(7)V9(8) COMP-3.       00004520
               10  WK-C-EXISTE             PIC X(01).                   00004530
                                                                        00004540
      * -- ULTIMA FILA LEIDA DEL CURSOR DE DEPOSITANTES: PARTE DE UNA   00004550
      * -- POSICION QUE CORRESPONDE A UN CLIENTE.                       00004560
       01  WK-FILA-CURSOR.                                              00004570
           05  WF-CLIIDENT                 PIC S9(09)  COMP-3.          00004580
           05  WF-NOMBRE                   PIC X(30).                   00004590
           05  WF-IDCENTD                  PIC X(04).                   00004600
           05  WF-IDPRODD                  PIC X(03).                   00004610
           05  WF-CODSPROD                 PIC X(03).                   00004620
           05  WF-CTOSALDO                 PIC X(03).                   00004630
           05  WF-CODMONSW                 PIC X(03).                   00004640
           05  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00004650
                                                                        00004660
      * -- ULTIMA FILA LEIDA DEL CURSOR DE POSICIONES SIN TITULAR.      00004670
       01  WK-FILA-SIN-TITULAR.                                         00004680
           05  WS-IDCENTD                  PIC X(04).                   00004690
           05  WS-IDPRODD                  PIC X(03).                   00004700
           05  WS-CODSPROD                 PIC X(03).                   00004710
           05  WS-CTOSALDO                 PIC X(03).                   00004720
           05  WS-CODMONSW                 PIC X(03).                   00004730
           05  WS-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00004740
                                                                        00004750
      * -- AJUSTE DE IMPORTES AL NUMERO DE DECIMALES DE LA MONEDA       00004760
      * -- (CATALOGO POS_CAT_MONEDA).                                   00004770
       01  WK-AJUSTE-DECIMALES.                                         00004780
           05  WK-MONEDA-AJUSTE            PIC X(03).                   00004790
           05  WK-IMPORTE-AJUSTE           PIC S9(15)V9(2) USAGE COMP-3.00004800
           05  WK-IMP-CERO-DEC             PIC S9(15)      USAGE COMP-3.00004810
           05  WK-IMP-UN-DEC               PIC S9(15)V9(1) USAGE COMP-3.00004820
                                                                        00004830
      * -- COPY DE COMUNICACION CON DB2.                                00004840
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004850
                                                                        00004860
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS.                            00004870
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00004880
                                                                        00004890
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR.                           00004900
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00004910
                                                                        00004920
      * -- DCLGEN DE LA TABLA MPDT007.                                  00004930
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00004940
                                                                        00004950
      * -- DCLGEN DE LA TABLA POS_TIPO_CAMBIO.                          00004960
           EXEC SQL INCLUDE D7397900 END-EXEC.                          00004970
                                                                        00004980
      * -- DCLGEN DE LA TABLA POS_CAT_MONEDA (DECIMALES POR MONEDA).    00004990
           EXEC SQL INCLUDE D7398600 END-EXEC.                          00005000
                                                                        00005010
      ******************************************************************00005020
      *                       PROCEDURE DIVISION                       *00005030
      ******************************************************************00005040
       PROCEDURE DIVISION.                                              00005050
                                                                        00005060
           PERFORM 1000-INICIO                                          00005070
              THRU 1000-INICIO-EXIT                                     00005080
                                                                        00005090
           PERFORM 2000-PROCESO                                         00005100
              THRU 2000-PROCESO-EXIT                                    00005110
             UNTIL SI-FIN-CURSOR                                        00005120
                                                                        00005130
           PERFORM 3000-FIN                                             00005140
              THRU 3000-FIN-EXIT                                        00005150
                                                                        00005160
           .                                                            00005170
                                                                        00005180
      ******************************************************************00005190
      ***                   1000-INICIO                             *** 00005200
      ***                   -----------                             *** 00005210
      * SE VALIDAN LOS PARAMETROS DE SYSIN, SE OBTIENE LA FECHA DE     *00005220
      * PROCESO, SE ABREN LOS FICHEROS, SE ESCRIBEN LAS CABECERAS Y SE *00005230
      * ABRE EL CURSOR DE DEPOSITANTES.                                *00005240
      ******************************************************************00005250
       1000-INICIO.                                                     00005260
                                                                        00005270
           INITIALIZE WK-VARIABLES                                      00005280
                      CT-CONTADORES                                     00005290
                                                                        00005300
           SET NO-FIN-CURSOR                 TO TRUE                    00005310
           SET SI-PRIMERA-LECTURA            TO TRUE                    00005320
                                                                        00005330
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005340
                                                                        00005350
           IF  WK-IDEMPRD          = SPACES                             00005360
            OR WK-FECHA-CAMBIO     = SPACES                             00005370
            OR WK-MONEDA-BASE      = SPACES                             00005380
            OR WK-LIMITE-COBERTURA NOT NUMERIC                          00005390
            OR WK-LIMITE-COBERTURA = ZEROES                             00005400
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005410
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00005420
               MOVE CA-PRF-1000              TO WK-PARRAFO              00005430
                                                                        00005440
               PERFORM 9000-CANCELACION                                 00005450
                  THRU 9000-CANCELACION-EXIT                            00005460
                                                                        00005470
           END-IF                                                       00005480
                                                                        00005490
           MOVE WK-LIMITE-COBERTURA          TO WK-LIMITE               00005500
                                                                        00005510
           EXEC SQL                                                     00005520
                SET :WK-FECHA-PROCESO = CHAR(CURRENT DATE, ISO)         00005530
           END-EXEC                                                     00005540
                                                                        00005550
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005560
                                                                        00005570
           IF  NOT DB2-OK                                               00005580
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005590
               MOVE CA-ERR-FECHA              TO WK-DESCRIPCION         00005600
               MOVE CA-PRF-1000               TO WK-PARRAFO             00005610
               MOVE CA-KJBCCGD                TO WK-RUTINA              00005620
               MOVE SPACES                    TO WK-TABLA-DB2           00005630
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005640
                                                                        00005650
               PERFORM 9000-CANCELACION                                 00005660
                  THRU 9000-CANCELACION-EXIT                            00005670
                                                                        00005680
           END-IF                                                       00005690
                                                                        00005700
           PERFORM 1100-ABRIR-FICHEROS                                  00005710
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005720
                                                                        00005730
           INITIALIZE WK-REG-CABECERA                                   00005740
           MOVE CA-TIPO-CABECERA              TO WB-TIPO-REG            00005750
           MOVE CA-PREFIJO-DECLARACION        TO WB-ID-PREFIJO          00005760
           MOVE WK-IDEMPRD                    TO WB-ID-ENTIDAD          00005770
           MOVE WK-FECHA-PROCESO              TO WB-FECHA-GENERACION    00005780
           MOVE WK-FECHA-CAMBIO               TO WB-FECHA-CAMBIO        00005790
           MOVE WK-MONEDA-BASE                TO WB-MONEDA-BASE         00005800
           MOVE WK-LIMITE                     TO WB-LIMITE-COBERTURA    00005810
           MOVE WK-REG-CABECERA               TO REG-KJBCGDS1           00005820
                                                                        00005830
           PERFORM 2600-ESCRIBIR-FICHERO                                00005840
              THRU 2600-ESCRIBIR-FICHERO-EXIT                           00005850
                                                                        00005860
           MOVE WK-IDEMPRD                    TO WC-IDEMPRD             00005870
           MOVE WK-FECHA-PROCESO              TO WC-FECHA-PROCESO       00005880
           MOVE WK-FECHA-CAMBIO               TO WC-FECHA-CAMBIO        00005890
           MOVE WK-MONEDA-BASE                TO WC-MONEDA-BASE         00005900
                                                                        00005910
           MOVE WK-LINEA-CABECERA             TO REG-KJBCGDS2           00005920
           PERFORM 2500-ESCRIBIR-LINEA                                  00005930
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005940
                                                                        00005950
           MOVE SPACES                        TO REG-KJBCGDS2           00005960
           PERFORM 2500-ESCRIBIR-LINEA                                  00005970
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005980
                                                                        00005990
           MOVE WK-LINEA-TITULOS              TO REG-KJBCGDS2           00006000
           PERFORM 2500-ESCRIBIR-LINEA                                  00006010
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006020
                                                                        00006030
           PERFORM 1200-ABRIR-CURSOR                                    00006040
              THRU 1200-ABRIR-CURSOR-EXIT                               00006050
                                                                        00006060
           PERFORM 9200-LEER-CURSOR                                     00006070
              THRU 9200-LEER-CURSOR-EXIT                                00006080
                                                                        00006090
           .                                                            00006100
       1000-INICIO-EXIT.                                                00006110
           EXIT.                                                        00006120
                                                                        00006130
      ******************************************************************00006140
      ***                   1100-ABRIR-FICHEROS                     *** 00006150
      ***                   -------------------                     *** 00006160
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00006170
      ******************************************************************00006180
       1100-ABRIR-FICHEROS.                                             00006190
                                                                        00006200
           OPEN OUTPUT KJBCGDS1                                         00006210
                       KJBCGDS2                                         00006220
                                                                        00006230
           IF  FS-KJBCGDS1 NOT = CA-FS-OK                               00006240
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006250
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006260
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006270
               MOVE CA-KJBCGDS1              TO WK-DDNAME               00006280
               MOVE FS-KJBCGDS1              TO WK-FILE-STATUS          00006290
                                                                        00006300
               PERFORM 9000-CANCELACION                                 00006310
                  THRU 9000-CANCELACION-EXIT                            00006320
                                                                        00006330
           END-IF                                                       00006340
                                                                        00006350
           IF  FS-KJBCGDS2 NOT = CA-FS-OK                               00006360
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006370
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006380
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006390
               MOVE CA-KJBCGDS2              TO WK-DDNAME               00006400
               MOVE FS-KJBCGDS2              TO WK-FILE-STATUS          00006410
                                                                        00006420
               PERFORM 9000-CANCELACION                                 00006430
                  THRU 9000-CANCELACION-EXIT                            00006440
                                                                        00006450
           END-IF                                                       00006460
                                                                        00006470
           .                                                            00006480
       1100-ABRIR-FICHEROS-EXIT.                                        00006490
           EXIT.                                                        00006500
                                                                        00006510
      ******************************************************************00006520
      ***                   1200-ABRIR-CURSOR                       *** 00006530
      ***                   -----------------                       *** 00006540
      * SE DECLARAN LOS CURSORES Y SE ABRE EL DE DEPOSITANTES:         *00006550
      * C-DEPOSITANTES: CADA POSICION CON SALDO ACREEDOR DE LA ENTIDAD *00006560
      *   UNA VEZ POR CADA CLIENTE TITULAR DE ALGUNO DE SUS CONTRATOS, *00006570
      *   ORDENADO POR CLIENTE.                                        *00006580
      * C-SIN-TITULAR: POSICIONES CON SALDO ACREEDOR DE LA ENTIDAD SIN *00006590
      *   NINGUN CONTRATO CON CLIENTE IDENTIFICADO.                    *00006600
      ******************************************************************00006610
       1200-ABRIR-CURSOR.                                               00006620
                                                                        00006630
           EXEC SQL                                                     00006640
                DECLARE C-DEPOSITANTES CURSOR FOR                       00006650
                SELECT E.E1003_CLIIDENT , MAX(E.E1003_NOMREEMP),        00006660
                       P.G6524_IDCENTD  , P.G6524_IDPRODD ,             00006670
                       P.G6524_CODSPROD , P.G6524_CTOSALDO,             00006680
                       P.G6524_CODMONSW , P.G6524_IMPSLDC               00006690
                  FROM POS_DISP_PMAS P                                  00006700
                 INNER JOIN POS_DISP_CONTR C                            00006710
                    ON C.G6554_IDEMPRD  = P.G6524_IDEMPRD               00006720
                   AND C.G6554_IDCENTD  = P.G6524_IDCENTD               00006730
                   AND C.G6554_IDPRODD  = P.G6524_IDPRODD               00006740
                   AND C.G6554_CODSPROD = P.G6524_CODSPROD              00006750
                 INNER JOIN MPDT007 E                                   00006760
                    ON E.E1003_CDGENTI  = C.G6554_IDEMPRD               00006770
                   AND E.E1003_CENTALTA = C.G6554_CENTALTA              00006780
                   AND E.E1003_CUENTNU  = C.G6554_CUENTNU               00006790
                 WHERE P.G6524_IDEMPRD  = :WK-IDEMPRD                   00006800
                   AND P.G6524_IMPSLDC  > 0                             00006810
                   AND E.E1003_CLIIDENT > 0                             00006820
                 GROUP BY E.E1003_CLIIDENT , P.G6524_IDCENTD ,          00006830
                          P.G6524_IDPRODD  , P.G6524_CODSPROD,          00006840
                          P.G6524_CTOSALDO , P.G6524_CODMONSW,          00006850
                          P.G6524_IMPSLDC                               00006860
                 ORDER BY E.E1003_CLIIDENT , P.G6524_IDCENTD ,          00006870
                          P.G6524_IDPRODD  , P.G6524_CODSPROD,          00006880
                          P.G6524_CTOSALDO , P.G6524_CODMONSW           00006890
           END-EXEC                                                     00006900
                                                                        00006910
           EXEC SQL                                                     00006920
                DECLARE C-SIN-TITULAR CURSOR FOR                        00006930
                SELECT P.G6524_IDCENTD  , P.G6524_IDPRODD ,             00006940
                       P.G6524_CODSPROD , P.G6524_CTOSALDO,             00006950
                       P.G6524_CODMONSW , P.G6524_IMPSLDC               00006960
                  FROM POS_DISP_PMAS P                                  00006970
                 WHERE P.G6524_IDEMPRD  = :WK-IDEMPRD                   00006980
                   AND P.G6524_IMPSLDC  > 0                             00006990
                   AND NOT EXISTS                                       00007000
                      (SELECT 1                                         00007010
                         FROM POS_DISP_CONTR C                          00007020
                        INNER JOIN MPDT007 E                            00007030
                           ON E.E1003_CDGENTI  = C.G6554_IDEMPRD        00007040
                          AND E.E1003_CENTALTA = C.G6554_CENTALTA       00007050
                          AND E.E1003_CUENTNU  = C.G6554_CUENTNU        00007060
                        WHERE C.G6554_IDEMPRD  = P.G6524_IDEMPRD        00007070
                          AND C.G6554_IDCENTD  = P.G6524_IDCENTD        00007080
                          AND C.G6554_IDPRODD  = P.G6524_IDPRODD        00007090
                          AND C.G6554_CODSPROD = P.G6524_CODSPROD       00007100
                          AND E.E1003_CLIIDENT > 0)                     00007110
                 ORDER BY P.G6524_IDCENTD  , P.G6524_IDPRODD ,          00007120
                          P.G6524_CODSPROD , P.G6524_CTOSALDO,          00007130
                          P.G6524_CODMONSW                              00007140
           END-EXEC                                                     00007150
                                                                        00007160
           EXEC SQL                                                     00007170
                OPEN C-DEPOSITANTES                                     00007180
           END-EXEC                                                     00007190
                                                                        00007200
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007210
                                                                        00007220
           IF  NOT DB2-OK                                               00007230
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007240
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00007250
               MOVE CA-PRF-1200               TO WK-PARRAFO             00007260
               MOVE CA-KJBCCGD                TO WK-RUTINA              00007270
               MOVE CA-POS-DISP-PMAS          TO WK-TABLA-DB2           00007280
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007290
                                                                        00007300
               PERFORM 9000-CANCELACION                                 00007310
                  THRU 9000-CANCELACION-EXIT                            00007320
                                                                        00007330
           END-IF                                                       00007340
                                                                        00007350
           .                                                            00007360
       1200-ABRIR-CURSOR-EXIT.                                          00007370
           EXIT.                                                        00007380
                                                                        00007390
      ******************************************************************00007400
      ***                   2000-PROCESO                            *** 00007410
      ***                   ------------                            *** 00007420
      * AL CAMBIAR DE CLIENTE SE DECLARA EL DEPOSITANTE ANTERIOR. SE   *00007430
      * ACUMULA LA PARTE LEIDA Y SE LEE LA SIGUIENTE.                  *00007440
      ******************************************************************00007450
       2000-PROCESO.                                                    00007460
                                                                        00007470
           IF  SI-PRIMERA-LECTURA                                       00007480
               SET NO-PRIMERA-LECTURA        TO TRUE                    00007490
           ELSE                                                         00007500
               IF  WF-CLIIDENT NOT = WK-CLIIDENT                        00007510
                   PERFORM 2400-DECLARAR-DEPOSITANTE                    00007520
                      THRU 2400-DECLARAR-DEPOSITANTE-EXIT               00007530
               END-IF                                                   00007540
           END-IF                                                       00007550
                                                                        00007560
           MOVE WF-CLIIDENT                  TO WK-CLIIDENT             00007570
           MOVE WF-NOMBRE                    TO WK-NOMBRE               00007580
                                                                        00007590
           PERFORM 2100-TRATAR-PARTE                                    00007600
              THRU 2100-TRATAR-PARTE-EXIT                               00007610
                                                                        00007620
           PERFORM 9200-LEER-CURSOR                                     00007630
              THRU 9200-LEER-CURSOR-EXIT                                00007640
                                                                        00007650
           .                                                            00007660
       2000-PROCESO-EXIT.                                               00007670
           EXIT.                                                        00007680
                                                                        00007690
      ******************************************************************00007700
      ***                   2100-TRATAR-PARTE                       *** 00007710
      ***                   -----------------                       *** 00007720
      * SE CALCULA LA PARTE DEL SALDO DE LA POSICION QUE CORRESPONDE   *00007730
      * AL CLIENTE (A PARTES IGUALES ENTRE SUS CLIENTES TITULARES), SE *00007740
      * CONVIERTE A LA MONEDA BASE Y SE ACUMULA AL DEPOSITANTE. SIN    *00007750
      * TIPO DE CAMBIO LA PARTE SE LISTA COMO EXCEPCION.               *00007760
      ******************************************************************00007770
       2100-TRATAR-PARTE.                                               00007780
                                                                        00007790
           PERFORM 2110-CONTAR-TITULARES                                00007800
              THRU 2110-CONTAR-TITULARES-EXIT                           00007810
                                                                        00007820
           PERFORM 2150-RESOLVER-CAMBIO                                 00007830
              THRU 2150-RESOLVER-CAMBIO-EXIT                            00007840
                                                                        00007850
           IF  NO-EXISTE-CAMBIO                                         00007860
               ADD CN-1                       TO CT-SIN-CAMBIO          00007870
                                                                        00007880
               MOVE WK-IDEMPRD                TO WL-IDEMPRD             00007890
               MOVE WF-IDCENTD                TO WL-IDCENTD             00007900
               MOVE WF-IDPRODD                TO WL-IDPRODD             00007910
               MOVE WF-CODSPROD               TO WL-CODSPROD            00007920
               MOVE WF-CTOSALDO               TO WL-CTOSALDO            00007930
               MOVE WF-CODMONSW               TO WL-CODMONSW            00007940
               MOVE WF-IMPSLDC                TO WL-IMPSLDC             00007950
               MOVE WF-CLIIDENT               TO WL-CLIIDENT            00007960
               MOVE CA-OBS-SIN-CAMBIO         TO WL-SITUACION           00007970
               MOVE WK-LINEA-DETALLE          TO REG-KJBCGDS2           00007980
                                                                        00007990
               PERFORM 2500-ESCRIBIR-LINEA                              00008000
                  THRU 2500-ESCRIBIR-LINEA-EXIT                         00008010
                                                                        00008020
               GO TO 2100-TRATAR-PARTE-EXIT                             00008030
           END-IF                                                       00008040
                                                                        00008050
           COMPUTE WK-IMPORTE-AJUSTE ROUNDED =                          00008060
                   WF-IMPSLDC * WK-TIPO-CAMBIO / WK-NUM-TITULARES       00008070
                                                                        00008080
           MOVE WK-MONEDA-BASE                TO WK-MONEDA-AJUSTE       00008090
                                                                        00008100
           PERFORM 8800-AJUSTAR-DECIMALES                               00008110
              THRU 8800-AJUSTAR-DECIMALES-EXIT                          00008120
                                                                        00008130
           ADD WK-IMPORTE-AJUSTE              TO WK-SALDO-CLIENTE       00008140
           ADD CN-1                           TO WK-POSICIONES-CLIENTE  00008150
                                                                        00008160
           .                                                            00008170
       2100-TRATAR-PARTE-EXIT.                                          00008180
           EXIT.                                                        00008190
                                                                        00008200
      ******************************************************************00008210
      ***                   2110-CONTAR-TITULARES                   *** 00008220
      ***                   ---------------------                   *** 00008230
      * SE CUENTAN LOS CLIENTES DISTINTOS TITULARES DE LA POSICION.    *00008240
      ******************************************************************00008250
       2110-CONTAR-TITULARES.                                           00008260
                                                                        00008270
           EXEC SQL                                                     00008280
                SELECT COUNT(DISTINCT E.E1003_CLIIDENT)                 00008290
                  INTO :WK-NUM-TITULARES                                00008300
                  FROM POS_DISP_CONTR C                                 00008310
                 INNER JOIN MPDT007 E                                   00008320
                    ON E.E1003_CDGENTI  = C.G6554_IDEMPRD               00008330
                   AND E.E1003_CENTALTA = C.G6554_CENTALTA              00008340
                   AND E.E1003_CUENTNU  = C.G6554_CUENTNU               00008350
                 WHERE C.G6554_IDEMPRD  = :WK-IDEMPRD                   00008360
                   AND C.G6554_IDCENTD  = :WF-IDCENTD                   00008370
                   AND C.G6554_IDPRODD  = :WF-IDPRODD                   00008380
                   AND C.G6554_CODSPROD = :WF-CODSPROD                  00008390
                   AND E.E1003_CLIIDENT > 0                             00008400
           END-EXEC                                                     00008410
                                                                        00008420
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008430
                                                                        00008440
           IF  NOT DB2-OK                                               00008450
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008460
               MOVE CA-ERR-TITULARES          TO WK-DESCRIPCION         00008470
               MOVE CA-PRF-2110               TO WK-PARRAFO             00008480
               MOVE CA-KJBCCGD                TO WK-RUTINA              00008490
               MOVE CA-POS-DISP-CONTR         TO WK-TABLA-DB2           00008500
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00008510
                                                                        00008520
               PERFORM 9000-CANCELACION                                 00008530
                  THRU 9000-CANCELACION-EXIT                            00008540
                                                                        00008550
           END-IF                                                       00008560
                                                                        00008570
           IF  WK-NUM-TITULARES < CN-1                                  00008580
               MOVE CN-1                      TO WK-NUM-TITULARES       00008590
           END-IF                                                       00008600
                                                                        00008610
           .                                                            00008620
       2110-CONTAR-TITULARES-EXIT.                                      00008630
           EXIT.                                                        00008640
                                                                        00008650
      ******************************************************************00008660
      ***                   2150-RESOLVER-CAMBIO                    *** 00008670
      ***                   --------------------                    *** 00008680
      * SE RESUELVE EL TIPO DE CAMBIO BASE DE LA MONEDA DE LA FILA     *00008690
      * LEIDA, CONSULTANDO PRIMERO LA CACHE DE MONEDAS YA RESUELTAS.   *00008700
      * LA MONEDA BASE CONVIERTE A LA PAR.                             *00008710
      ******************************************************************00008720
       2150-RESOLVER-CAMBIO.                                            00008730
                                                                        00008740
           IF  WF-CODMONSW = WK-MONEDA-BASE                             00008750
               SET SI-EXISTE-CAMBIO           TO TRUE                   00008760
               MOVE 1                         TO WK-TIPO-CAMBIO         00008770
                                                                        00008780
           ELSE                                                         00008790
               SET NO-CAMBIO-ENCONTRADO       TO TRUE                   00008800
               MOVE ZEROES                    TO WK-IDX-CAMBIO          00008810
                                                                        00008820
               PERFORM 2160-BUSCAR-CACHE                                00008830
                  THRU 2160-BUSCAR-CACHE-EXIT                           00008840
                 VARYING WK-IDX FROM 1 BY 1                             00008850
                   UNTIL WK-IDX > WK-NUM-CAMBIOS                        00008860
                      OR SI-CAMBIO-ENCONTRADO                           00008870
                                                                        00008880
               IF  SI-CAMBIO-ENCONTRADO                                 00008890
                   MOVE WK-C-TIPCAMBIO (WK-IDX-CAMBIO)                  00008900
                                              TO WK-TIPO-CAMBIO         00008910
                   IF  WK-C-EXISTE (WK-IDX-CAMBIO) = CA-SI              00008920
                       SET SI-EXISTE-CAMBIO   TO TRUE                   00008930
                   ELSE                                                 00008940
                       SET NO-EXISTE-CAMBIO   TO TRUE                   00008950
                   END-IF                                               00008960
               ELSE                                                     00008970
                   PERFORM 2170-LEER-CAMBIO                             00008980
                      THRU 2170-LEER-CAMBIO-EXIT                        00008990
               END-IF                                                   00009000
           END-IF                                                       00009010
                                                                        00009020
           .                                                            00009030
       2150-RESOLVER-CAMBIO-EXIT.                                       00009040
           EXIT.                                                        00009050
                                                                        00009060
      ******************************************************************00009070
      ***                   2160-BUSCAR-CACHE                       *** 00009080
      ***                   -----------------                       *** 00009090
      * SE COMPRUEBA SI LA MONEDA YA ESTA EN LA CACHE DE CAMBIOS,      *00009100
      * GUARDANDO SU INDICE.                                           *00009110
      ******************************************************************00009120
       2160-BUSCAR-CACHE.                                               00009130
                                                                        00009140
           IF  WK-C-CODMONSW (WK-IDX) = WF-CODMONSW                     00009150
               SET SI-CAMBIO-ENCONTRADO       TO TRUE                   00009160
               MOVE WK-IDX                    TO WK-IDX-CAMBIO          00009170
           END-IF                                                       00009180
                                                                        00009190
           .                                                            00009200
       2160-BUSCAR-CACHE-EXIT.                                          00009210
           EXIT.                                                        00009220
                                                                        00009230
      ******************************************************************00009240
      ***                   2170-LEER-CAMBIO                        *** 00009250
      ***                   ----------------                        *** 00009260
      * SE RECUPERA EL TIPO DE CAMBIO DE LA MONEDA EN LA FECHA         *00009270
      * SOLICITADA Y SE GUARDA EN LA CACHE.                            *00009280
      ******************************************************************00009290
       2170-LEER-CAMBIO.                                                00009300
                                                                        00009310
           MOVE ZEROES                        TO WK-TIPO-CAMBIO         00009320
           SET NO-EXISTE-CAMBIO               TO TRUE                   00009330
                                                                        00009340
           EXEC SQL                                                     00009350
                SELECT G6530_TIPCAMBIO                                  00009360
                 INTO :WK-TIPO-CAMBIO                                   00009370
                 FROM POS_TIPO_CAMBIO                                   00009380
                WHERE G6530_CODMONSW  = :WF-CODMONSW                    00009390
                  AND G6530_FECCAMBIO = :WK-FECHA-CAMBIO                00009400
           END-EXEC                                                     00009410
                                                                        00009420
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009430
                                                                        00009440
           EVALUATE  TRUE                                               00009450
               WHEN  DB2-OK                                             00009460
                     SET SI-EXISTE-CAMBIO     TO TRUE                   00009470
               WHEN  DB2-CLV-NOT-FOUND                                  00009480
                     CONTINUE                                           00009490
               WHEN  OTHER                                              00009500
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00009510
                     MOVE CA-ERR-CAMBIO       TO WK-DESCRIPCION         00009520
                     MOVE CA-PRF-2170         TO WK-PARRAFO             00009530
                     MOVE CA-KJBCCGD          TO WK-RUTINA              00009540
                     MOVE CA-POS-TIPO-CAMBIO  TO WK-TABLA-DB2           00009550
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00009560
                                                                        00009570
                     PERFORM 9000-CANCELACION                           00009580
                        THRU 9000-CANCELACION-EXIT                      00009590
                                                                        00009600
           END-EVALUATE                                                 00009610
                                                                        00009620
           IF  WK-NUM-CAMBIOS < CN-MAX-CAMBIOS                          00009630
               ADD CN-1                       TO WK-NUM-CAMBIOS         00009640
               MOVE WF-CODMONSW                                         00009650
                             TO WK-C-CODMONSW (WK-NUM-CAMBIOS)          00009660
               MOVE WK-TIPO-CAMBIO                                      00009670
                             TO WK-C-TIPCAMBIO (WK-NUM-CAMBIOS)         00009680
               IF  SI-EXISTE-CAMBIO                                     00009690
                   MOVE CA-SI TO WK-C-EXISTE (WK-NUM-CAMBIOS)           00009700
               ELSE                                                     00009710
                   MOVE CA-NO TO WK-C-EXISTE (WK-NUM-CAMBIOS)           00009720
               END-IF                                                   00009730
           END-IF                                                       00009740
                                                                        00009750
           .                                                            00009760
       2170-LEER-CAMBIO-EXIT.                                           00009770
           EXIT.                                                        00009780
                                                                        00009790
      ******************************************************************00009800
      ***                   2400-DECLARAR-DEPOSITANTE               *** 00009810
      ***                   -------------------------               *** 00009820
      * SE APLICA EL LIMITE DE COBERTURA AL SALDO ACUMULADO DEL        *00009830
      * DEPOSITANTE Y SE ESCRIBE SU REGISTRO. UN DEPOSITANTE CUYAS     *00009840
      * PARTES NO TIENEN TODAS TIPO DE CAMBIO SOLO SE DECLARA POR LAS  *00009850
      * CONVERTIDAS; SI NO TIENE NINGUNA NO SE DECLARA.                *00009860
      ******************************************************************00009870
       2400-DECLARAR-DEPOSITANTE.                                       00009880
                                                                        00009890
           IF  WK-POSICIONES-CLIENTE = ZEROES                           00009900
               GO TO 2400-DECLARAR-DEPOSITANTE-EXIT                     00009910
           END-IF                                                       00009920
                                                                        00009930
           IF  WK-SALDO-CLIENTE > WK-LIMITE                             00009940
               MOVE WK-LIMITE                 TO WK-CUBIERTO-CLIENTE    00009950
               ADD CN-1                       TO CT-LIMITADOS           00009960
           ELSE                                                         00009970
               MOVE WK-SALDO-CLIENTE          TO WK-CUBIERTO-CLIENTE    00009980
           END-IF                                                       00009990
                                                                        00010000
           ADD CN-1                           TO CT-DEPOSITANTES        00010010
           ADD WK-POSICIONES-CLIENTE          TO WK-TOTAL-POSICIONES    00010020
           ADD WK-SALDO-CLIENTE               TO WK-TOTAL-SALDO         00010030
           ADD WK-CUBIERTO-CLIENTE            TO WK-TOTAL-CUBIERTO      00010040
                                                                        00010050
           INITIALIZE WK-REG-DEPOSITANTE                                00010060
           MOVE CA-TIPO-DEPOSITANTE           TO WD-TIPO-REG            00010070
           MOVE CT-DEPOSITANTES               TO WD-SECUENCIA           00010080
           MOVE WK-CLIIDENT                   TO WD-CLIIDENT            00010090
           MOVE WK-NOMBRE                     TO WD-NOMBRE              00010100
           MOVE WK-POSICIONES-CLIENTE         TO WD-NUM-POSICIONES      00010110
           MOVE WK-SALDO-CLIENTE              TO WD-SALDO-TOTAL         00010120
           MOVE WK-CUBIERTO-CLIENTE           TO WD-SALDO-CUBIERTO      00010130
           COMPUTE WD-SALDO-NO-CUBIERTO =                               00010140
                   WK-SALDO-CLIENTE - WK-CUBIERTO-CLIENTE               00010150
           MOVE WK-REG-DEPOSITANTE            TO REG-KJBCGDS1           00010160
                                                                        00010170
           PERFORM 2600-ESCRIBIR-FICHERO                                00010180
              THRU 2600-ESCRIBIR-FICHERO-EXIT                           00010190
                                                                        00010200
           MOVE ZEROES                        TO WK-POSICIONES-CLIENTE  00010210
                                                 WK-SALDO-CLIENTE       00010220
                                                 WK-CUBIERTO-CLIENTE    00010230
                                                                        00010240
           .                                                            00010250
       2400-DECLARAR-DEPOSITANTE-EXIT.                                  00010260
           EXIT.                                                        00010270
                                                                        00010280
      ******************************************************************00010290
      ***                   2500-ESCRIBIR-LINEA                     *** 00010300
      ***                   -------------------                     *** 00010310
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO DE EXCEPCIONES.    *00010320
      ******************************************************************00010330
       2500-ESCRIBIR-LINEA.                                             00010340
                                                                        00010350
           WRITE REG-KJBCGDS2                                           00010360
                                                                        00010370
           IF  FS-KJBCGDS2 NOT = CA-FS-OK                               00010380
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010390
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010400
               MOVE CA-PRF-2500              TO WK-PARRAFO              00010410
               MOVE CA-KJBCGDS2              TO WK-DDNAME               00010420
               MOVE FS-KJBCGDS2              TO WK-FILE-STATUS          00010430
               MOVE REG-KJBCGDS2             TO WK-DATOS-REGISTRO       00010440
                                                                        00010450
               PERFORM 9000-CANCELACION                                 00010460
                  THRU 9000-CANCELACION-EXIT                            00010470
                                                                        00010480
           END-IF                                                       00010490
                                                                        00010500
           .                                                            00010510
       2500-ESCRIBIR-LINEA-EXIT.                                        00010520
           EXIT.                                                        00010530
                                                                        00010540
      ******************************************************************00010550
      ***                   2600-ESCRIBIR-FICHERO                   *** 00010560
      ***                   ---------------------                   *** 00010570
      * SE ESCRIBE EL REGISTRO PREPARADO EN EL FICHERO DEL FONDO.      *00010580
      ******************************************************************00010590
       2600-ESCRIBIR-FICHERO.                                           00010600
                                                                        00010610
           WRITE REG-KJBCGDS1                                           00010620
                                                                        00010630
           IF  FS-KJBCGDS1 NOT = CA-FS-OK                               00010640
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010650
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010660
               MOVE CA-PRF-2600              TO WK-PARRAFO              00010670
               MOVE CA-KJBCGDS1              TO WK-DDNAME               00010680
               MOVE FS-KJBCGDS1              TO WK-FILE-STATUS          00010690
               MOVE REG-KJBCGDS1             TO WK-DATOS-REGISTRO       00010700
                                                                        00010710
               PERFORM 9000-CANCELACION                                 00010720
                  THRU 9000-CANCELACION-EXIT                            00010730
                                                                        00010740
           END-IF                                                       00010750
                                                                        00010760
           ADD CN-1                           TO CT-REG-FICHERO         00010770
                                                                        00010780
           .                                                            00010790
       2600-ESCRIBIR-FICHERO-EXIT.                                      00010800
           EXIT.                                                        00010810
                                                                        00010820
      ******************************************************************00010830
      ***                   3000-FIN                                *** 00010840
      ***                   --------                                *** 00010850
      * SE DECLARA EL ULTIMO DEPOSITANTE, SE LISTAN LAS POSICIONES SIN *00010860
      * TITULAR, SE ESCRIBE LA COLA CON LOS TOTALES DE CONTROL, SE     *00010870
      * CIERRAN CURSOR Y FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.      *00010880
      ******************************************************************00010890
       3000-FIN.                                                        00010900
                                                                        00010910
           IF  NO-PRIMERA-LECTURA                                       00010920
               PERFORM 2400-DECLARAR-DEPOSITANTE                        00010930
                  THRU 2400-DECLARAR-DEPOSITANTE-EXIT                   00010940
           END-IF                                                       00010950
                                                                        00010960
           PERFORM 3050-LISTAR-SIN-TITULAR                              00010970
              THRU 3050-LISTAR-SIN-TITULAR-EXIT                         00010980
                                                                        00010990
           INITIALIZE WK-REG-COLA                                       00011000
           MOVE CA-TIPO-COLA                  TO WQ-TIPO-REG            00011010
           COMPUTE WQ-NUM-REGISTROS = CT-REG-FICHERO + CN-1             00011020
           MOVE CT-DEPOSITANTES               TO WQ-NUM-DEPOSITANTES    00011030
           MOVE WK-TOTAL-POSICIONES           TO WQ-NUM-POSICIONES      00011040
           MOVE WK-TOTAL-SALDO                TO WQ-TOTAL-SALDO         00011050
           MOVE WK-TOTAL-CUBIERTO             TO WQ-TOTAL-CUBIERTO      00011060
           COMPUTE WQ-TOTAL-NO-CUBIERTO =                               00011070
                   WK-TOTAL-SALDO - WK-TOTAL-CUBIERTO                   00011080
           MOVE WK-REG-COLA                   TO REG-KJBCGDS1           00011090
                                                                        00011100
           PERFORM 2600-ESCRIBIR-FICHERO                                00011110
              THRU 2600-ESCRIBIR-FICHERO-EXIT                           00011120
                                                                        00011130
           MOVE SPACES                        TO REG-KJBCGDS2           00011140
           PERFORM 2500-ESCRIBIR-LINEA                                  00011150
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011160
                                                                        00011170
           MOVE CT-DEPOSITANTES               TO WT-DEPOSITANTES        00011180
           MOVE WK-TOTAL-SALDO                TO WT-TOTAL-SALDO         00011190
           MOVE WK-TOTAL-CUBIERTO             TO WT-TOTAL-CUBIERTO      00011200
           COMPUTE WT-EXCEPCIONES = CT-SIN-CAMBIO + CT-SIN-TITULAR      00011210
           MOVE WK-LINEA-TOTAL                TO REG-KJBCGDS2           00011220
           PERFORM 2500-ESCRIBIR-LINEA                                  00011230
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011240
                                                                        00011250
           PERFORM 3100-CERRAR-FICHEROS                                 00011260
              THRU 3100-CERRAR-FICHEROS-EXIT                            00011270
                                                                        00011280
           PERFORM 3200-ESTADISTICAS                                    00011290
              THRU 3200-ESTADISTICAS-EXIT                               00011300
                                                                        00011310
           IF  CT-SIN-CAMBIO  > ZEROES                                  00011320
            OR CT-SIN-TITULAR > ZEROES                                  00011330
               MOVE CN-4                      TO RETURN-CODE            00011340
           END-IF                                                       00011350
                                                                        00011360
           STOP RUN                                                     00011370
                                                                        00011380
           .                                                            00011390
       3000-FIN-EXIT.                                                   00011400
           EXIT.                                                        00011410
                                                                        00011420
      ******************************************************************00011430
      ***                   3050-LISTAR-SIN-TITULAR                 *** 00011440
      ***                   -----------------------                 *** 00011450
      * SE RECORREN LAS POSICIONES CON SALDO SIN TITULAR IDENTIFICABLE *00011460
      * Y SE LISTAN COMO EXCEPCION.                                    *00011470
      ******************************************************************00011480
       3050-LISTAR-SIN-TITULAR.                                         00011490
                                                                        00011500
           SET NO-FIN-SIN-TITULAR             TO TRUE                   00011510
                                                                        00011520
           EXEC SQL                                                     00011530
                OPEN C-SIN-TITULAR                                      00011540
           END-EXEC                                                     00011550
                                                                        00011560
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011570
                                                                        00011580
           IF  NOT DB2-OK                                               00011590
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00011600
               MOVE CA-ERR-SIN-TITULAR        TO WK-DESCRIPCION         00011610
               MOVE CA-PRF-3050               TO WK-PARRAFO             00011620
               MOVE CA-KJBCCGD                TO WK-RUTINA              00011630
               MOVE CA-POS-DISP-PMAS          TO WK-TABLA-DB2           00011640
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00011650
                                                                        00011660
               PERFORM 9000-CANCELACION                                 00011670
                  THRU 9000-CANCELACION-EXIT                            00011680
                                                                        00011690
           END-IF                                                       00011700
                                                                        00011710
           PERFORM 9300-LEER-SIN-TITULAR                                00011720
              THRU 9300-LEER-SIN-TITULAR-EXIT                           00011730
                                                                        00011740
           PERFORM 3060-TRATAR-SIN-TITULAR                              00011750
              THRU 3060-TRATAR-SIN-TITULAR-EXIT                         00011760
             UNTIL SI-FIN-SIN-TITULAR                                   00011770
                                                                        00011780
           EXEC SQL                                                     00011790
                CLOSE C-SIN-TITULAR                                     00011800
           END-EXEC                                                     00011810
                                                                        00011820
           .                                                            00011830
       3050-LISTAR-SIN-TITULAR-EXIT.                                    00011840
           EXIT.                                                        00011850
                                                                        00011860
      ******************************************************************00011870
      ***                   3060-TRATAR-SIN-TITULAR                 *** 00011880
      ***                   -----------------------                 *** 00011890
      * SE LISTA LA POSICION SIN TITULAR Y SE LEE LA SIGUIENTE.        *00011900
      ******************************************************************00011910
       3060-TRATAR-SIN-TITULAR.                                         00011920
                                                                        00011930
           ADD CN-1                           TO CT-SIN-TITULAR         00011940
                                                                        00011950
           MOVE WK-IDEMPRD                    TO WL-IDEMPRD             00011960
           MOVE WS-IDCENTD                    TO WL-IDCENTD             00011970
           MOVE WS-IDPRODD                    TO WL-IDPRODD             00011980
           MOVE WS-CODSPROD                   TO WL-CODSPROD            00011990
           MOVE WS-CTOSALDO                   TO WL-CTOSALDO            00012000
           MOVE WS-CODMONSW                   TO WL-CODMONSW            00012010
           MOVE WS-IMPSLDC                    TO WL-IMPSLDC             00012020
           MOVE ZEROES                        TO WL-CLIIDENT            00012030
           MOVE CA-OBS-SIN-TITULAR            TO WL-SITUACION           00012040
           MOVE WK-LINEA-DETALLE              TO REG-KJBCGDS2           00012050
                                                                        00012060
           PERFORM 2500-ESCRIBIR-LINEA                                  00012070
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012080
                                                                        00012090
           PERFORM 9300-LEER-SIN-TITULAR                                00012100
              THRU 9300-LEER-SIN-TITULAR-EXIT                           00012110
                                                                        00012120
           .                                                            00012130
       3060-TRATAR-SIN-TITULAR-EXIT.                                    00012140
           EXIT.                                                        00012150
                                                                        00012160
      ******************************************************************00012170
      ***                   3100-CERRAR-FICHEROS                    *** 00012180
      ***                   --------------------                    *** 00012190
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS.                    *00012200
      ******************************************************************00012210
       3100-CERRAR-FICHEROS.                                            00012220
                                                                        00012230
           EXEC SQL                                                     00012240
                CLOSE C-DEPOSITANTES                                    00012250
           END-EXEC                                                     00012260
                                                                        00012270
           CLOSE KJBCGDS1                                               00012280
                 KJBCGDS2                                               00012290
                                                                        00012300
           IF  FS-KJBCGDS1 NOT = CA-FS-OK                               00012310
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012320
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012330
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012340
               MOVE CA-KJBCGDS1              TO WK-DDNAME               00012350
               MOVE FS-KJBCGDS1              TO WK-FILE-STATUS          00012360
                                                                        00012370
               PERFORM 9000-CANCELACION                                 00012380
                  THRU 9000-CANCELACION-EXIT                            00012390
                                                                        00012400
           END-IF                                                       00012410
                                                                        00012420
           IF  FS-KJBCGDS2 NOT = CA-FS-OK                               00012430
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012440
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012450
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012460
               MOVE CA-KJBCGDS2              TO WK-DDNAME               00012470
               MOVE FS-KJBCGDS2              TO WK-FILE-STATUS          00012480
                                                                        00012490
               PERFORM 9000-CANCELACION                                 00012500
                  THRU 9000-CANCELACION-EXIT                            00012510
                                                                        00012520
           END-IF                                                       00012530
                                                                        00012540
           .                                                            00012550
       3100-CERRAR-FICHEROS-EXIT.                                       00012560
           EXIT.                                                        00012570
                                                                        00012580
      ******************************************************************00012590
      ***                   3200-ESTADISTICAS                       *** 00012600
      ***                   -----------------                       *** 00012610
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00012620
      ******************************************************************00012630
       3200-ESTADISTICAS.                                               00012640
                                                                        00012650
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00012660
           MOVE CT-DEPOSITANTES               TO WK-DEPOSITANTES-ED     00012670
           MOVE CT-LIMITADOS                  TO WK-LIMITADOS-ED        00012680
           MOVE CT-SIN-CAMBIO                 TO WK-SIN-CAMBIO-ED       00012690
           MOVE CT-SIN-TITULAR                TO WK-SIN-TITULAR-ED      00012700
           MOVE CT-REG-FICHERO                TO WK-REG-FICHERO-ED      00012710
                                                                        00012720
           DISPLAY WK-CAB-1                                             00012730
           DISPLAY WK-CAB-2                                             00012740
           DISPLAY WK-CAB-1                                             00012750
           DISPLAY WK-CAB-3                                             00012760
           DISPLAY WK-CAB-4                                             00012770
           DISPLAY WK-CAB-5                                             00012780
           DISPLAY WK-CAB-6                                             00012790
           DISPLAY WK-CAB-7                                             00012800
           DISPLAY WK-CAB-8                                             00012810
           DISPLAY WK-CAB-1                                             00012820
                                                                        00012830
           .                                                            00012840
       3200-ESTADISTICAS-EXIT.                                          00012850
           EXIT.                                                        00012860
                                                                        00012870
      ******************************************************************00012880
      ***                   8800-AJUSTAR-DECIMALES                  *** 00012890
      ***                   ----------------------                  *** 00012900
      * SE AJUSTA EL IMPORTE WK-IMPORTE-AJUSTE AL NUMERO DE DECIMALES  *00012910
      * DE SU MONEDA SEGUN EL CATALOGO POS_CAT_MONEDA. LAS MONEDAS NO  *00012920
      * CATALOGADAS O CON DOS DECIMALES SE DEJAN COMO ESTAN.           *00012930
      ******************************************************************00012940
       8800-AJUSTAR-DECIMALES.                                          00012950
                                                                        00012960
           EXEC SQL                                                     00012970
                SELECT G6538_NUMDECIM                                   00012980
                  INTO :G6538-NUMDECIM                                  00012990
                  FROM POS_CAT_MONEDA                                   00013000
                 WHERE G6538_CODMONSW = :WK-MONEDA-AJUSTE               00013010
           END-EXEC                                                     00013020
                                                                        00013030
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013040
                                                                        00013050
           EVALUATE  TRUE                                               00013060
               WHEN  DB2-OK AND G6538-NUMDECIM = ZEROES                 00013070
                     COMPUTE WK-IMP-CERO-DEC ROUNDED =                  00013080
                             WK-IMPORTE-AJUSTE                          00013090
                     MOVE WK-IMP-CERO-DEC     TO WK-IMPORTE-AJUSTE      00013100
                                                                        00013110
               WHEN  DB2-OK AND G6538-NUMDECIM = CN-1                   00013120
                     COMPUTE WK-IMP-UN-DEC ROUNDED =                    00013130
                             WK-IMPORTE-AJUSTE                          00013140
                     MOVE WK-IMP-UN-DEC       TO WK-IMPORTE-AJUSTE      00013150
                                                                        00013160
               WHEN  DB2-OK                                             00013170
               WHEN  DB2-CLV-NOT-FOUND                                  00013180
                     CONTINUE                                           00013190
                                                                        00013200
               WHEN  OTHER                                              00013210
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00013220
                     MOVE CA-ERR-CAT-MONEDA   TO WK-DESCRIPCION         00013230
                     MOVE CA-PRF-8800         TO WK-PARRAFO             00013240
                     MOVE CA-KJBCCGD          TO WK-RUTINA              00013250
                     MOVE CA-POS-CAT-MONEDA   TO WK-TABLA-DB2           00013260
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00013270
                                                                        00013280
                     PERFORM 9000-CANCELACION                           00013290
                        THRU 9000-CANCELACION-EXIT                      00013300
                                                                        00013310
           END-EVALUATE                                                 00013320
                                                                        00013330
           .                                                            00013340
       8800-AJUSTAR-DECIMALES-EXIT.                                     00013350
           EXIT.                                                        00013360
                                                                        00013370
      ******************************************************************00013380
      ***                   9200-LEER-CURSOR                        *** 00013390
      ***                   ----------------                        *** 00013400
      * SE REALIZA EL FETCH DEL CURSOR C-DEPOSITANTES.                 *00013410
      ******************************************************************00013420
       9200-LEER-CURSOR.                                                00013430
                                                                        00013440
           EXEC SQL                                                     00013450
                FETCH C-DEPOSITANTES                                    00013460
                 INTO :WF-CLIIDENT , :WF-NOMBRE  ,                      00013470
                      :WF-IDCENTD  , :WF-IDPRODD ,                      00013480
                      :WF-CODSPROD , :WF-CTOSALDO,                      00013490
                      :WF-CODMONSW , :WF-IMPSLDC                        00013500
           END-EXEC                                                     00013510
                                                                        00013520
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013530
                                                                        00013540
           EVALUATE  TRUE                                               00013550
               WHEN  DB2-OK                                             00013560
                     ADD CN-1                 TO CT-REG-LEIDOS          00013570
                                                                        00013580
               WHEN  DB2-CLV-NOT-FOUND                                  00013590
                     SET SI-FIN-CURSOR        TO TRUE                   00013600
                                                                        00013610
               WHEN  OTHER                                              00013620
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00013630
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00013640
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00013650
                     MOVE CA-KJBCCGD          TO WK-RUTINA              00013660
                     MOVE CA-POS-DISP-PMAS    TO WK-TABLA-DB2           00013670
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00013680
                                                                        00013690
                     PERFORM 9000-CANCELACION                           00013700
                        THRU 9000-CANCELACION-EXIT                      00013710
                                                                        00013720
           END-EVALUATE                                                 00013730
                                                                        00013740
           .                                                            00013750
       9200-LEER-CURSOR-EXIT.                                           00013760
           EXIT.                                                        00013770
                                                                        00013780
      ******************************************************************00013790
      ***                   9300-LEER-SIN-TITULAR                   *** 00013800
      ***                   ---------------------                   *** 00013810
      * SE REALIZA EL FETCH DEL CURSOR C-SIN-TITULAR.                  *00013820
      ******************************************************************00013830
       9300-LEER-SIN-TITULAR.                                           00013840
                                                                        00013850
           EXEC SQL                                                     00013860
                FETCH C-SIN-TITULAR                                     00013870
                 INTO :WS-IDCENTD  , :WS-IDPRODD ,                      00013880
                      :WS-CODSPROD , :WS-CTOSALDO,                      00013890
                      :WS-CODMONSW , :WS-IMPSLDC                        00013900
           END-EXEC                                                     00013910
                                                                        00013920
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013930
                                                                        00013940
           EVALUATE  TRUE                                               00013950
               WHEN  DB2-OK                                             00013960
                     CONTINUE                                           00013970
                                                                        00013980
               WHEN  DB2-CLV-NOT-FOUND                                  00013990
                     SET SI-FIN-SIN-TITULAR   TO TRUE                   00014000
                                                                        00014010
               WHEN  OTHER                                              00014020
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00014030
                     MOVE CA-ERR-SIN-TITULAR  TO WK-DESCRIPCION         00014040
                     MOVE CA-PRF-9300         TO WK-PARRAFO             00014050
                     MOVE CA-KJBCCGD          TO WK-RUTINA              00014060
                     MOVE CA-POS-DISP-PMAS    TO WK-TABLA-DB2           00014070
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014080
                                                                        00014090
                     PERFORM 9000-CANCELACION                           00014100
                        THRU 9000-CANCELACION-EXIT                      00014110
                                                                        00014120
           END-EVALUATE                                                 00014130
                                                                        00014140
           .                                                            00014150
       9300-LEER-SIN-TITULAR-EXIT.                                      00014160
           EXIT.                                                        00014170
                                                                        00014180
      ******************************************************************00014190
      ***                   9000-CANCELACION                        *** 00014200
      ***                   ----------------                        *** 00014210
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014220
      ******************************************************************00014230
       9000-CANCELACION.                                                00014240
                                                                        00014250
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014260
                                                                        00014270
           EVALUATE  TRUE                                               00014280
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014290
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014300
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014310
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00014320
                         RESPONSABLE('WK-RESPONSABLE')                  00014330
                         DESCRIPCION('WK-DESCRIPCION')                  00014340
                         PROGRAMA('WK-PROGRAMA')                        00014350
                         PARRAFO('WK-PARRAFO')                          00014360
                         SQLCA('SQLCA')                                 00014370
                         TABLA_DB2('WK-TABLA-DB2')                      00014380
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00014390
                     END-FUN                                            00014400
                                                                        00014410
               WHEN  OTHER                                              00014420
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014430
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014440
                         RESPONSABLE('WK-RESPONSABLE')                  00014450
                         DESCRIPCION('WK-DESCRIPCION')                  00014460
                         PROGRAMA('WK-PROGRAMA')                        00014470
                         PARRAFO('WK-PARRAFO')                          00014480
                         DDNAME('WK-DDNAME')                            00014490
                         FILE_STATUS('WK-FILE-STATUS')                  00014500
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00014510
                     END-FUN                                            00014520
                                                                        00014530
           END-EVALUATE                                                 00014540
                                                                        00014550
           .                                                            00014560
       9000-CANCELACION-EXIT.                                           00014570
           EXIT.                                                        00014580
