      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCIF.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: DECLARACION INFORMATIVA ANUAL DE SALDOS POR      *00000110
      *               TITULAR PARA LA ADMINISTRACION TRIBUTARIA.       *00000120
      *               TOMA EL SALDO A 31 DE DICIEMBRE DE LA FOTO DE    *00000130
      *               CIERRE POS_DISP_PMAS_CIER Y EL SALDO MEDIO ANUAL *00000140
      *               DE POS_SLDO_MEDIO (MEDIAS MENSUALES PONDERADAS   *00000150
      *               POR LOS DIAS DE CADA MES) DE CADA POSICION DE LA *00000160
      *               EMPRESA DECLARANTE, Y LOS REPARTE A PARTES       *00000170
      *               IGUALES ENTRE LOS CLIENTES TITULARES DE SUS      *00000180
      *               CONTRATOS (POS_DISP_CONTR Y MPDT007).            *00000190
      *               GENERA EL FICHERO DE LA DECLARACION CON CABECERA *00000200
      *               DEL DECLARANTE, UN REGISTRO POR TITULAR Y        *00000210
      *               POSICION Y UN REGISTRO RESUMEN, Y EL LISTADO DE  *00000220
      *               CONCILIACION POR MONEDA CONTRA LOS TOTALES DEL   *00000230
      *               CIERRE, CON LAS POSICIONES SIN TITULAR.          *00000240
      *-                                                              -*00000250
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000260
      *        WK-EJERCICIO         : EJERCICIO DECLARADO (AAAA).      *00000270
      *        WK-IDEMPRD           : EMPRESA DECLARANTE.              *00000280
      *        WK-NIF-DECLARANTE    : NIF DEL DECLARANTE.              *00000290
      *        WK-NOMBRE-DECLARANTE : RAZON SOCIAL DEL DECLARANTE.     *00000300
      *-                                                              -*00000310
      *  FICHEROS DE SALIDA:                                           *00000320
      *        KJBCIFS1 : FICHERO DE LA DECLARACION INFORMATIVA.       *00000330
      *        KJBCIFS2 : LISTADO DE CONCILIACION.                     *00000340
      *-                                                              -*00000350
      *  TABLAS:                                                       *00000360
      *     POS_DISP_PMAS_CIER : FOTO DE CIERRE MENSUAL (LECTURA).     *00000370
      *     POS_SLDO_MEDIO     : SALDOS MEDIOS MENSUALES (LECTURA).    *00000380
      *     POS_DISP_CONTR     : CONTRATOS DE CADA POSICION (LECTURA). *00000390
      *     MPDT007            : CONTRATOS (LECTURA).                  *00000400
      *     POS_CAT_MONEDA     : DECIMALES POR MONEDA (LECTURA).       *00000410
      *-                                                              -*00000420
      *  CODIGOS DE RETORNO:                                           *00000430
      *        0 : PROCESO CORRECTO.                                   *00000440
      *        4 : HAY POSICIONES SIN TITULAR O DIFERENCIAS EN LA      *00000450
      *            CONCILIACION.                                       *00000460
      *-                                                              -*00000470
      ******************************************************************00000480
      *                  M O D I F I C A C I O N E S                   *00000490
      *                  ---------------------------                   *00000500
      *                                                                *00000510
      * USUARIO  FECHA        DESCRIPCION                              *00000520
      * -------- ----------   ---------------------------------------- *00000530
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000540
      *                                                                *00000550
      ******************************************************************00000560
                                                                        00000570
      ******************************************************************00000580
      * IDENTIFICATION DIVISION                                        *00000590
      ******************************************************************00000600
       IDENTIFICATION DIVISION.                                         00000610
       PROGRAM-ID.    KJBCCIF.                                          00000620
       AUTHOR.        VIEWNEXT.                                         00000630
       DATE-WRITTEN.  15-10-2026.                                       00000640
       DATE-COMPILED.                                                   00000650
                                                                        00000660
      ******************************************************************00000670
      * ENVIRONMENT DIVISION                                           *00000680
      ******************************************************************00000690
       ENVIRONMENT DIVISION.                                            00000700
                                                                        00000710
      *----------------------------------------------------------------*00000720
      * CONFIGURATION SECTION                                          *00000730
      *----------------------------------------------------------------*00000740
       CONFIGURATION SECTION.                                           00000750
                                                                        00000760
       SOURCE-COMPUTER. IBM-3090.                                       00000770
       OBJECT-COMPUTER. IBM-3090.                                       00000780
       SPECIAL-NAMES.                                                   00000790
           DECIMAL-POINT IS COMMA.                                      00000800
                                                                        00000810
      *----------------------------------------------------------------*00000820
      * INPUT OUTPUT SECTION                                           *00000830
      *----------------------------------------------------------------*00000840
       INPUT-OUTPUT SECTION.                                            00000850
       FILE-CONTROL.                                                    00000860
                                                                        00000870
      * -- FICHERO DE LA DECLARACION INFORMATIVA.                       00000880
           SELECT KJBCIFS1 ASSIGN KJBCIFS1                              00000890
                  ACCESS MODE IS SEQUENTIAL                             00000900
                  FILE STATUS IS FS-KJBCIFS1.                           00000910
                                                                        00000920
      * -- LISTADO DE CONCILIACION.                                     00000930
           SELECT KJBCIFS2 ASSIGN KJBCIFS2                              00000940
                  ACCESS MODE IS SEQUENTIAL                             00000950
                  FILE STATUS IS FS-KJBCIFS2.                           00000960
                                                                        00000970
      ******************************************************************00000980
      * DATA DIVISION                                                  *00000990
      ******************************************************************00001000
       DATA DIVISION.                                                   00001010
                                                                        00001020
      *----------------------------------------------------------------*00001030
      * FILE SECTION                                                   *00001040
      *----------------------------------------------------------------*00001050
       FILE SECTION.                                                    00001060
                                                                        00001070
       FD  KJBCIFS1                                                     00001080
           BLOCK CONTAINS 0 RECORDS                                     00001090
           RECORDING MODE IS F                                          00001100
           LABEL RECORD ARE STANDARD                                    00001110
           RECORD CONTAINS 150 CHARACTERS                               00001120
           DATA RECORD IS REG-KJBCIFS1.                                 00001130
       01  REG-KJBCIFS1                    PIC X(150).                  00001140
                                                                        00001150
       FD  KJBCIFS2                                                     00001160
           BLOCK CONTAINS 0 RECORDS                                     00001170
           RECORDING MODE IS F                                          00001180
           LABEL RECORD ARE STANDARD                                    00001190
           RECORD CONTAINS 132 CHARACTERS                               00001200
           DATA RECORD IS REG-KJBCIFS2.                                 00001210
       01  REG-KJBCIFS2                    PIC X(132).                  00001220
                                                                        00001230
      *----------------------------------------------------------------*00001240
      * WORKING-STORAGE SECTION                                        *00001250
      *----------------------------------------------------------------*00001260
       WORKING-STORAGE SECTION.                                         00001270
                                                                        00001280
      ******************************************************************00001290
      *                        S W I T C H E S                         *00001300
      ******************************************************************00001310
       01  SW-SWITCHES.                                                 00001320
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001330
               88  DB2-OK                              VALUE 0.         00001340
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001350
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001360
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001370
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001380
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001390
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001400
           05  SW-FIN-TITULARES            PIC X(01)   VALUE 'N'.       00001410
               88  SI-FIN-TITULARES                    VALUE 'S'.       00001420
               88  NO-FIN-TITULARES                    VALUE 'N'.       00001430
           05  SW-MONEDA-ENCONTRADA        PIC X(01)   VALUE 'N'.       00001440
               88  SI-MONEDA-ENCONTRADA                VALUE 'S'.       00001450
               88  NO-MONEDA-ENCONTRADA                VALUE 'N'.       00001460
                                                                        00001470
      ******************************************************************00001480
      *                      C O N S T A N T E S                       *00001490
      ******************************************************************00001500
       01  CT-CONSTANTES.                                               00001510
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001520
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001530
               10  CA-KJBCCIF              PIC X(08)   VALUE 'KJBCCIF'. 00001540
               10  CA-RESP                 PIC X(14)   VALUE            00001550
                                   'MEDIOS DE PAGO'.                    00001560
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001570
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001580
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001590
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001600
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001610
               10  CA-TIPO-DECLARANTE      PIC X(01)   VALUE '1'.       00001620
               10  CA-TIPO-TITULAR         PIC X(01)   VALUE '2'.       00001630
               10  CA-TIPO-RESUMEN         PIC X(01)   VALUE '9'.       00001640
               10  CA-OBS-SIN-TITULAR      PIC X(30)   VALUE            00001650
                                   'SIN TITULAR IDENTIFICABLE'.         00001660
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001670
                                   'ERROR AL ABRIR UN FICHERO'.         00001680
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001690
                                   'ERROR AL CERRAR UN FICHERO'.        00001700
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001710
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001720
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001730
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001740
               10  CA-ERR-CURSOR           PIC X(39)   VALUE            00001750
                         'ERROR EN ACCESO AL CURSOR DE POSICIONES'.     00001760
               10  CA-ERR-TITULARES        PIC X(38)   VALUE            00001770
                         'ERROR EN ACCESO AL CURSOR C-TITULARES'.       00001780
               10  CA-ERR-CIERRE           PIC X(38)   VALUE            00001790
                         'ERROR EN ACCESO A POS_DISP_PMAS_CIER'.        00001800
               10  CA-ERR-CAT-MONEDA       PIC X(41)   VALUE            00001810
                         'ERROR EN ACCESO A LA TABLA POS_CAT_MONEDA'.   00001820
               10  CA-KJBCIFS1             PIC X(08)   VALUE 'KJBCIFS1'.00001830
               10  CA-KJBCIFS2             PIC X(08)   VALUE 'KJBCIFS2'.00001840
               10  CA-SYSDUMMY1            PIC X(18)   VALUE            00001850
                                   'SYSIBM.SYSDUMMY1'.                  00001860
               10  CA-POS-DISP-PMAS-CIER   PIC X(18)   VALUE            00001870
                                   'POS_DISP_PMAS_CIER'.                00001880
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00001890
                                   'POS_DISP_CONTR'.                    00001900
               10  CA-POS-CAT-MONEDA       PIC X(14)   VALUE            00001910
                                   'POS_CAT_MONEDA'.                    00001920
               10  CA-PRF-1050             PIC X(22)   VALUE            00001930
                                   '1050-FECHAS-EJERCICIO'.             00001940
               10  CA-PRF-1000             PIC X(11)   VALUE            00001950
                                   '1000-INICIO'.                       00001960
               10  CA-PRF-1100             PIC X(19)   VALUE            00001970
                                   '1100-ABRIR-FICHEROS'.               00001980
               10  CA-PRF-1200             PIC X(17)   VALUE            00001990
                                   '1200-ABRIR-CURSOR'.                 00002000
               10  CA-PRF-2110             PIC X(21)   VALUE            00002010
                                   '2110-CONTAR-TITULARES'.             00002020
               10  CA-PRF-2200             PIC X(23)   VALUE            00002030
                                   '2200-DECLARAR-TITULARES'.           00002040
               10  CA-PRF-2500             PIC X(19)   VALUE            00002050
                                   '2500-ESCRIBIR-LINEA'.               00002060
               10  CA-PRF-2600             PIC X(25)   VALUE            00002070
                                   '2600-ESCRIBIR-DECLARACION'.         00002080
               10  CA-PRF-3060             PIC X(24)   VALUE            00002090
                                   '3060-CONCILIAR-MONEDA'.             00002100
               10  CA-PRF-3100             PIC X(20)   VALUE            00002110
                                   '3100-CERRAR-FICHEROS'.              00002120
               10  CA-PRF-8800             PIC X(22)   VALUE            00002130
                                   '8800-AJUSTAR-DECIMALES'.            00002140
               10  CA-PRF-9200             PIC X(16)   VALUE            00002150
                                   '9200-LEER-CURSOR'.                  00002160
               10  CA-PRF-9300             PIC X(20)   VALUE            00002170
                                   '9300-LEER-TITULARES'.               00002180
                                                                        00002190
           05  CN-CONSTANTES-NUMERICAS.                                 00002200
               10  CN-1                    PIC 9(01)   VALUE 1.         00002210
               10  CN-4                    PIC 9(01)   VALUE 4.         00002220
               10  CN-100                  PIC 9(03)   VALUE 100.       00002230
               10  CN-MAX-MONEDAS          PIC 9(02)   VALUE 99.        00002240
                                                                        00002250
      ******************************************************************00002260
      *                    C O N T A D O R E S                         *00002270
      ******************************************************************00002280
       01  CT-CONTADORES.                                               00002290
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002300
           05  CT-SIN-SALDO                PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-DECLARADAS               PIC 9(9)    VALUE ZEROES.    00002320
           05  CT-TITULARES                PIC 9(9)    VALUE ZEROES.    00002330
           05  CT-SIN-TITULAR              PIC 9(9)    VALUE ZEROES.    00002340
           05  CT-DIFERENCIAS              PIC 9(9)    VALUE ZEROES.    00002350
           05  CT-REG-FICHERO              PIC 9(9)    VALUE ZEROES.    00002360
           05  CT-TITULAR-POSICION         PIC 9(3)    VALUE ZEROES.    00002370
                                                                        00002380
      ******************************************************************00002390
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002400
      ******************************************************************00002410
       01  WK-ESTADISTICA.                                              00002420
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002430
           05  WK-CAB-2                    PIC X(55)   VALUE            00002440
                   '* ESTADISTICAS DE KJBCCIF                   *'.     00002450
           05  WK-CAB-3.                                                00002460
               10  FILLER                  PIC X(45)   VALUE            00002470
                   '* POSICIONES LEIDAS:                       '.       00002480
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002490
               10  FILLER                  PIC X(01)   VALUE '*'.       00002500
           05  WK-CAB-4.                                                00002510
               10  FILLER                  PIC X(45)   VALUE            00002520
                   '* POSICIONES SIN SALDO EN EL EJERCICIO:    '.       00002530
               10  WK-SIN-SALDO-ED         PIC ZZZZZZZZ9.               00002540
               10  FILLER                  PIC X(01)   VALUE '*'.       00002550
           05  WK-CAB-5.                                                00002560
               10  FILLER                  PIC X(45)   VALUE            00002570
                   '* POSICIONES DECLARADAS:                   '.       00002580
               10  WK-DECLARADAS-ED        PIC ZZZZZZZZ9.               00002590
               10  FILLER                  PIC X(01)   VALUE '*'.       00002600
           05  WK-CAB-6.                                                00002610
               10  FILLER                  PIC X(45)   VALUE            00002620
                   '* REGISTROS DE TITULAR DECLARADOS:         '.       00002630
               10  WK-TITULARES-ED         PIC ZZZZZZZZ9.               00002640
               10  FILLER                  PIC X(01)   VALUE '*'.       00002650
           05  WK-CAB-7.                                                00002660
               10  FILLER                  PIC X(45)   VALUE            00002670
                   '* POSICIONES SIN TITULAR IDENTIFICABLE:    '.       00002680
               10  WK-SIN-TITULAR-ED       PIC ZZZZZZZZ9.               00002690
               10  FILLER                  PIC X(01)   VALUE '*'.       00002700
           05  WK-CAB-8.                                                00002710
               10  FILLER                  PIC X(45)   VALUE            00002720
                   '* MONEDAS CON DIFERENCIAS DE CONCILIACION: '.       00002730
               10  WK-DIFERENCIAS-ED       PIC ZZZZZZZZ9.               00002740
               10  FILLER                  PIC X(01)   VALUE '*'.       00002750
                                                                        00002760
      ******************************************************************00002770
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002780
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002790
      ******************************************************************00002800
       01  WK-CANCELACION-BATCH.                                        00002810
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002820
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002830
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002840
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCIF'. 00002850
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002860
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002870
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002880
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002890
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002900
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002910
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002920
                                                                        00002930
      ******************************************************************00002940
      *                      F I L E  S T A T U S                      *00002950
      ******************************************************************00002960
       01  FS-FILE-STATUS.                                              00002970
           05  FS-KJBCIFS1                 PIC X(02).                   00002980
           05  FS-KJBCIFS2                 PIC X(02).                   00002990
                                                                        00003000
      ******************************************************************00003010
      *          R E G I S T R O S  R E G U L A T O R I O S            *00003020
      ******************************************************************00003030
      * -- CABECERA DEL DECLARANTE.                                     00003040
       01  WK-REG-DECLARANTE.                                           00003050
           05  WB-TIPO-REG                 PIC X(01).                   00003060
           05  WB-EJERCICIO                PIC X(04).                   00003070
           05  WB-NIF-DECLARANTE           PIC X(09).                   00003080
           05  WB-NOMBRE-DECLARANTE        PIC X(40).                   00003090
           05  WB-IDEMPRD                  PIC X(04).                   00003100
           05  WB-FECHA-GENERACION         PIC X(10).                   00003110
           05  FILLER                      PIC X(82)   VALUE SPACES.    00003120
                                                                        00003130
      * -- TITULAR Y POSICION DECLARADOS.                               00003140
       01  WK-REG-TITULAR.                                              00003150
           05  WD-TIPO-REG                 PIC X(01).                   00003160
           05  WD-EJERCICIO                PIC X(04).                   00003170
           05  WD-NIF-DECLARANTE           PIC X(09).                   00003180
           05  WD-CLIIDENT                 PIC 9(09).                   00003190
           05  WD-NOMBRE                   PIC X(30).                   00003200
           05  WD-IDCENTD                  PIC X(04).                   00003210
           05  WD-IDPRODD                  PIC X(03).                   00003220
           05  WD-CODSPROD                 PIC X(03).                   00003230
           05  WD-CTOSALDO                 PIC X(03).                   00003240
           05  WD-CODMONSW                 PIC X(03).                   00003250
           05  WD-NUM-TITULARES            PIC 9(03).                   00003260
           05  WD-PCT-PARTICIPACION        PIC 9(03)V9(02).             00003270
           05  WD-SIGNO-CIERRE             PIC X(01).                   00003280
           05  WD-SALDO-CIERRE             PIC 9(15)V9(2).              00003290
           05  WD-SIGNO-MEDIO              PIC X(01).                   00003300
           05  WD-SALDO-MEDIO              PIC 9(15)V9(2).              00003310
           05  FILLER                      PIC X(37)   VALUE SPACES.    00003320
                                                                        00003330
      * -- RESUMEN DE LA DECLARACION.                                   00003340
       01  WK-REG-RESUMEN.                                              00003350
           05  WQ-TIPO-REG                 PIC X(01).                   00003360
           05  WQ-EJERCICIO                PIC X(04).                   00003370
           05  WQ-NIF-DECLARANTE           PIC X(09).                   00003380
           05  WQ-NUM-REGISTROS            PIC 9(09).                   00003390
           05  WQ-NUM-POSICIONES           PIC 9(09).                   00003400
           05  WQ-SIGNO-CIERRE             PIC X(01).                   00003410
           05  WQ-TOTAL-CIERRE             PIC 9(15)V9(2).              00003420
           05  WQ-SIGNO-MEDIO              PIC X(01).                   00003430
           05  WQ-TOTAL-MEDIO              PIC 9(15)V9(2).              00003440
           05  FILLER                      PIC X(82)   VALUE SPACES.    00003450
                                                                        00003460
      ******************************************************************00003470
      *                 L I N E A S  D E  I N F O R M E                *00003480
      ******************************************************************00003490
       01  WK-LINEA-CABECERA.                                           00003500
           05  FILLER                      PIC X(45)   VALUE            00003510
               'DECLARACION INFORMATIVA DE SALDOS. EJERCICIO '.         00003520
           05  WC-EJERCICIO                PIC X(04).                   00003530
           05  FILLER                      PIC X(10)   VALUE            00003540
               '  EMPRESA '.                                            00003550
           05  WC-IDEMPRD                  PIC X(04).                   00003560
           05  FILLER                      PIC X(10)   VALUE            00003570
               '  FECHA: '.                                             00003580
           05  WC-FECHA-PROCESO            PIC X(10).                   00003590
           05  FILLER                      PIC X(49)   VALUE SPACES.    00003600
                                                                        00003610
       01  WK-LINEA-TIT-EXCEPCION.                                      00003620
           05  FILLER                      PIC X(45)   VALUE            00003630
               'POSICIONES CON SALDO SIN TITULAR DECLARABLE'.           00003640
           05  FILLER                      PIC X(87)   VALUE SPACES.    00003650
                                                                        00003660
       01  WK-LINEA-TITULOS-EXC.                                        00003670
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00003680
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00003690
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00003700
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00003710
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003720
           05  FILLER                      PIC X(22)   VALUE            00003730
               '         SALDO CIERRE '.                                00003740
           05  FILLER                      PIC X(22)   VALUE            00003750
               '    SALDO MEDIO ANUAL '.                                00003760
           05  FILLER                      PIC X(30)   VALUE            00003770
               'SITUACION'.                                             00003780
           05  FILLER                      PIC X(37)   VALUE SPACES.    00003790
                                                                        00003800
       01  WK-LINEA-EXCEPCION.                                          00003810
           05  WE-IDCENTD                  PIC X(04).                   00003820
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003830
           05  WE-IDPRODD                  PIC X(03).                   00003840
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003850
           05  WE-CODSPROD                 PIC X(03).                   00003860
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003870
           05  WE-CTOSALDO                 PIC X(03).                   00003880
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003890
           05  WE-CODMONSW                 PIC X(03).                   00003900
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003910
           05  WE-SALDO-CIERRE             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003920
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003930
           05  WE-SALDO-MEDIO              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003940
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003950
           05  WE-OBSERVACIONES            PIC X(30).                   00003960
           05  FILLER                      PIC X(37)   VALUE SPACES.    00003970
                                                                        00003980
       01  WK-LINEA-TIT-CONCILIA.                                       00003990
           05  FILLER                      PIC X(45)   VALUE            00004000
               'CONCILIACION CON EL CIERRE POR MONEDA'.                 00004010
           05  FILLER                      PIC X(87)   VALUE SPACES.    00004020
                                                                        00004030
       01  WK-LINEA-TITULOS-CON.                                        00004040
           05  FILLER                      PIC X(05)   VALUE 'MON'.     00004050
           05  FILLER                      PIC X(22)   VALUE            00004060
               '   TOTAL CIERRE TABLA '.                                00004070
           05  FILLER                      PIC X(22)   VALUE            00004080
               '      SALDO DECLARADO '.                                00004090
           05  FILLER                      PIC X(22)   VALUE            00004100
               '    SALDO SIN TITULAR '.                                00004110
           05  FILLER                      PIC X(22)   VALUE            00004120
               '           DIFERENCIA '.                                00004130
           05  FILLER                      PIC X(22)   VALUE            00004140
               '      MEDIO DECLARADO '.                                00004150
           05  FILLER                      PIC X(17)   VALUE SPACES.    00004160
                                                                        00004170
       01  WK-LINEA-CONCILIA.                                           00004180
           05  WL-CODMONSW                 PIC X(03).                   00004190
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004200
           05  WL-TOTAL-CIERRE             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004210
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004220
           05  WL-DECLARADO                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004230
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004240
           05  WL-SIN-TITULAR              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004250
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004260
           05  WL-DIFERENCIA               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004270
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004280
           05  WL-MEDIO-DECLARADO          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00004290
           05  FILLER                      PIC X(18)   VALUE SPACES.    00004300
                                                                        00004310
      ******************************************************************00004320
      *                      V A R I A B L E S                         *00004330
      ******************************************************************00004340
       01  WK-VARIABLES.                                                00004350
           05  WK-PARAMETROS-SYSIN.                                     00004360
               10  WK-EJERCICIO            PIC X(04).                   00004370
               10  WK-IDEMPRD              PIC X(04).                   00004380
               10  WK-NIF-DECLARANTE       PIC X(09).                   00004390
               10  WK-NOMBRE-DECLARANTE    PIC X(40).                   00004400
           05  WK-FECHA-PROCESO            PIC X(10).                   00004410
           05  WK-DIAS-EJERCICIO           PIC S9(4) COMP.              00004420
                                                                        00004430
      * -- PRIMER Y ULTIMO PERIODO MENSUAL DEL EJERCICIO.               00004440
           05  WK-PERIODO-ENERO.                                        00004450
               10  WK-PE-EJERCICIO         PIC X(04).                   00004460
               10  FILLER                  PIC X(03)   VALUE '-01'.     00004470
           05  WK-PERIODO-CIERRE.                                       00004480
               10  WK-PC-EJERCICIO         PIC X(04).                   00004490
               10  FILLER                  PIC X(03)   VALUE '-12'.     00004500
                                                                        00004510
           05  WK-IDX                      PIC 9(02).                   00004520
           05  WK-IDX-MONEDA               PIC 9(02).                   00004530
           05  WK-NUM-TITULARES            PIC S9(09)  COMP.            00004540
           05  WK-SALDO-MEDIO              PIC S9(15)V9(2) COMP-3.      00004550
           05  WK-CUOTA-CIERRE             PIC S9(15)V9(2) COMP-3.      00004560
           05  WK-CUOTA-MEDIO              PIC S9(15)V9(2) COMP-3.      00004570
           05  WK-CUOTA-PCT                PIC 9(03)V9(02).             00004580
           05  WK-REPARTIDO-CIERRE         PIC S9(15)V9(2) COMP-3.      00004590
           05  WK-REPARTIDO-MEDIO          PIC S9(15)V9(2) COMP-3.      00004600
           05  WK-REPARTIDO-PCT            PIC 9(03)V9(02).             00004610
           05  WK-IMPORTE-ABS              PIC S9(15)V9(2) COMP-3.      00004620
           05  WK-TOTAL-CIERRE             PIC S9(15)V9(2) COMP-3.      00004630
           05  WK-TOTAL-MEDIO              PIC S9(15)V9(2) COMP-3.      00004640
           05  WK-CIERRE-TABLA             PIC S9(15)V9(2) COMP-3.      00004650
           05  WK-DIFERENCIA               PIC S9(15)V9(2) COMP-3.      00004660
                                                                        00004670
      * -- TOTALES DE CONCILIACION POR MONEDA.                          00004680
           05  WK-NUM-MONEDAS              PIC 9(02).                   00004690
           05  WK-MONEDAS OCCURS 99 TIMES.                              00004700
               10  WK-M-CODMONSW           PIC X(03).                   00004710
               10  WK-M-DECLARADO          PIC S9(15)V9(2) COMP-3.      00004720
               10  WK-M-SIN-TITULAR        PIC S9(15)V9(2) COMP-3.      00004730
               10  WK-M-MEDIO              PIC S9(15)V9(2) COMP-3.      00004740
                                                                        00004750
      * -- ULTIMA FILA LEIDA DEL CURSOR DE POSICIONES.                  00004760
       01  WK-FILA-CURSOR.                                              00004770
           05  WF-IDCENTD                  PIC X(04).                   00004780
           05  WF-IDPRODD                  PIC X(03).                   00004790
           05  WF-CODSPROD                 PIC X(03).                   00004800
           05  WF-CTOSALDO                 PIC X(03).                   00004810
           05  WF-CODMONSW                 PIC X(03).                   00004820
           05  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00004830
           05  WF-MEDIO-PONDERADO          PIC S9(17)V9(2) COMP-3.      00004840
                                                                        00004850
      * -- ULTIMA FILA LEIDA DEL CURSOR DE TITULARES.                   00004860
       01  WK-FILA-TITULAR.                                             00004870
           05  WT-F-CLIIDENT               PIC S9(09)  COMP-3.          00004880
           05  WT-F-NOMBRE                 PIC X(30).                   00004890
                                                                        00004900
      * -- AJUSTE DE IMPORTES AL NUMERO DE DECIMALES DE LA MONEDA       00004910
      * -- (CATALOGO POS_CAT_MONEDA).                                   00004920
       01  WK-AJUSTE-DECIMALES.                                         00004930
           05  WK-MONEDA-AJUSTE            PIC X(03).                   00004940
           05  WK-IMPORTE-AJUSTE           PIC S9(15)V9(2) USAGE COMP-3.00004950
           05  WK-IMP-CERO-DEC             PIC S9(15)      USAGE COMP-3.00004960
           05  WK-IMP-UN-DEC               PIC S9(15)V9(1) USAGE COMP-3.00004970
                                                                        00004980
      * -- COPY DE COMUNICACION CON DB2.                                00004990
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005000
                                                                        00005010
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS_CIER.                       00005020
           EXEC SQL INCLUDE D7397600 END-EXEC.                          00005030
                                                                        00005040
      * -- DCLGEN DE LA TABLA POS_SLDO_MEDIO.                           00005050
           EXEC SQL INCLUDE D7398800 END-EXEC.                          00005060
                                                                        00005070
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR.                           00005080
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00005090
                                                                        00005100
      * -- DCLGEN DE LA TABLA MPDT007.                                  00005110
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00005120
                                                                        00005130
      * -- DCLGEN DE LA TABLA POS_CAT_MONEDA (DECIMALES POR MONEDA).    00005140
           EXEC SQL INCLUDE D7398600 END-EXEC.                          00005150
                                                                        00005160
      ******************************************************************00005170
      *                       PROCEDURE DIVISION                       *00005180
      ******************************************************************00005190
       PROCEDURE DIVISION.                                              00005200
                                                                        00005210
           PERFORM 1000-INICIO                                          00005220
              THRU 1000-INICIO-EXIT                                     00005230
                                                                        00005240
           PERFORM 2000-PROCESO                                         00005250
              THRU 2000-PROCESO-EXIT                                    00005260
             UNTIL SI-FIN-CURSOR                                        00005270
                                                                        00005280
           PERFORM 3000-FIN                                             00005290
              THRU 3000-FIN-EXIT                                        00005300
                                                                        00005310
           .                                                            00005320
                                                                        00005330
      ******************************************************************00005340
      ***                   1000-INICIO                             *** 00005350
      ***                   -----------                             *** 00005360
      * SE VALIDAN LOS PARAMETROS DE SYSIN, SE OBTIENEN LAS FECHAS DEL *00005370
      * EJERCICIO, SE ABREN LOS FICHEROS, SE ESCRIBEN LA CABECERA DEL  *00005380
      * DECLARANTE Y LA DEL LISTADO Y SE ABRE EL CURSOR DE POSICIONES. *00005390
      ******************************************************************00005400
       1000-INICIO.                                                     00005410
                                                                        00005420
           INITIALIZE WK-VARIABLES                                      00005430
                      CT-CONTADORES                                     00005440
                                                                        00005450
           SET NO-FIN-CURSOR                 TO TRUE                    00005460
                                                                        00005470
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005480
                                                                        00005490
           IF  WK-EJERCICIO NOT NUMERIC                                 00005500
            OR WK-IDEMPRD           = SPACES                            00005510
            OR WK-NIF-DECLARANTE    = SPACES                            00005520
            OR WK-NOMBRE-DECLARANTE = SPACES                            00005530
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005540
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00005550
               MOVE CA-PRF-1000              TO WK-PARRAFO              00005560
                                                                        00005570
               PERFORM 9000-CANCELACION                                 00005580
                  THRU 9000-CANCELACION-EXIT                            00005590
                                                                        00005600
           END-IF                                                       00005610
                                                                        00005620
           MOVE WK-EJERCICIO                  TO WK-PE-EJERCICIO        00005630
                                                 WK-PC-EJERCICIO        00005640
                                                                        00005650
           PERFORM 1050-FECHAS-EJERCICIO                                00005660
              THRU 1050-FECHAS-EJERCICIO-EXIT                           00005670
                                                                        00005680
           PERFORM 1100-ABRIR-FICHEROS                                  00005690
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005700
                                                                        00005710
           INITIALIZE WK-REG-DECLARANTE                                 00005720
           MOVE CA-TIPO-DECLARANTE            TO WB-TIPO-REG            00005730
           MOVE WK-EJERCICIO                  TO WB-EJERCICIO           00005740
           MOVE WK-NIF-DECLARANTE             TO WB-NIF-DECLARANTE      00005750
           MOVE WK-NOMBRE-DECLARANTE          TO WB-NOMBRE-DECLARANTE   00005760
           MOVE WK-IDEMPRD                    TO WB-IDEMPRD             00005770
           MOVE WK-FECHA-PROCESO              TO WB-FECHA-GENERACION    00005780
           MOVE WK-REG-DECLARANTE             TO REG-KJBCIFS1           00005790
                                                                        00005800
           PERFORM 2600-ESCRIBIR-DECLARACION                            00005810
              THRU 2600-ESCRIBIR-DECLARACION-EXIT                       00005820
                                                                        00005830
           MOVE WK-EJERCICIO                  TO WC-EJERCICIO           00005840
           MOVE WK-IDEMPRD                    TO WC-IDEMPRD             00005850
           MOVE WK-FECHA-PROCESO              TO WC-FECHA-PROCESO       00005860
                                                                        00005870
           MOVE WK-LINEA-CABECERA             TO REG-KJBCIFS2           00005880
           PERFORM 2500-ESCRIBIR-LINEA                                  00005890
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005900
                                                                        00005910
           MOVE SPACES                        TO REG-KJBCIFS2           00005920
           PERFORM 2500-ESCRIBIR-LINEA                                  00005930
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005940
                                                                        00005950
           MOVE WK-LINEA-TIT-EXCEPCION        TO REG-KJBCIFS2           00005960
           PERFORM 2500-ESCRIBIR-LINEA                                  00005970
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005980
                                                                        00005990
           MOVE WK-LINEA-TITULOS-EXC          TO REG-KJBCIFS2           00006000
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
      ***                   1050-FECHAS-EJERCICIO                   *** 00006150
      ***                   ---------------------                   *** 00006160
      * SE OBTIENEN LA FECHA DE PROCESO Y EL NUMERO DE DIAS DEL        *00006170
      * EJERCICIO (BASE DEL SALDO MEDIO ANUAL). UN EJERCICIO QUE NO ES *00006180
      * UNA FECHA VALIDA CANCELA EL PROCESO.                           *00006190
      ******************************************************************00006200
       1050-FECHAS-EJERCICIO.                                           00006210
                                                                        00006220
           EXEC SQL                                                     00006230
                SELECT CHAR(CURRENT DATE, ISO),                         00006240
                       DAYOFYEAR(DATE(:WK-EJERCICIO || '-12-31'))       00006250
                  INTO :WK-FECHA-PROCESO,                               00006260
                       :WK-DIAS-EJERCICIO                               00006270
                  FROM SYSIBM.SYSDUMMY1                                 00006280
           END-EXEC                                                     00006290
                                                                        00006300
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006310
                                                                        00006320
           IF  NOT DB2-OK                                               00006330
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006340
               MOVE CA-ERR-SYSIN              TO WK-DESCRIPCION         00006350
               MOVE CA-PRF-1050               TO WK-PARRAFO             00006360
               MOVE CA-KJBCCIF                TO WK-RUTINA              00006370
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00006380
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006390
                                                                        00006400
               PERFORM 9000-CANCELACION                                 00006410
                  THRU 9000-CANCELACION-EXIT                            00006420
                                                                        00006430
           END-IF                                                       00006440
                                                                        00006450
           .                                                            00006460
       1050-FECHAS-EJERCICIO-EXIT.                                      00006470
           EXIT.                                                        00006480
                                                                        00006490
      ******************************************************************00006500
      ***                   1100-ABRIR-FICHEROS                     *** 00006510
      ***                   -------------------                     *** 00006520
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00006530
      ******************************************************************00006540
       1100-ABRIR-FICHEROS.                                             00006550
                                                                        00006560
           OPEN OUTPUT KJBCIFS1                                         00006570
                       KJBCIFS2                                         00006580
                                                                        00006590
           IF  FS-KJBCIFS1 NOT = CA-FS-OK                               00006600
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006610
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006620
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006630
               MOVE CA-KJBCIFS1              TO WK-DDNAME               00006640
               MOVE FS-KJBCIFS1              TO WK-FILE-STATUS          00006650
                                                                        00006660
               PERFORM 9000-CANCELACION                                 00006670
                  THRU 9000-CANCELACION-EXIT                            00006680
                                                                        00006690
           END-IF                                                       00006700
                                                                        00006710
           IF  FS-KJBCIFS2 NOT = CA-FS-OK                               00006720
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006730
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006740
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006750
               MOVE CA-KJBCIFS2              TO WK-DDNAME               00006760
               MOVE FS-KJBCIFS2              TO WK-FILE-STATUS          00006770
                                                                        00006780
               PERFORM 9000-CANCELACION                                 00006790
                  THRU 9000-CANCELACION-EXIT                            00006800
                                                                        00006810
           END-IF                                                       00006820
                                                                        00006830
           .                                                            00006840
       1100-ABRIR-FICHEROS-EXIT.                                        00006850
           EXIT.                                                        00006860
                                                                        00006870
      ******************************************************************00006880
      ***                   1200-ABRIR-CURSOR                       *** 00006890
      ***                   -----------------                       *** 00006900
      * SE DECLARAN LOS CURSORES Y SE ABRE EL DE POSICIONES:           *00006910
      * C-POSICIONES: POSICIONES DE LA EMPRESA CON FOTO DE DICIEMBRE O *00006920
      *   CON SALDO MEDIO EN ALGUN MES DEL EJERCICIO, CON EL SALDO A   *00006930
      *   31/12 Y LA SUMA DE LAS MEDIAS MENSUALES POR LOS DIAS DE CADA *00006940
      *   MES.                                                         *00006950
      * C-TITULARES: CLIENTES TITULARES DE LA POSICION EN CURSO.       *00006960
      ******************************************************************00006970
       1200-ABRIR-CURSOR.                                               00006980
                                                                        00006990
           EXEC SQL                                                     00007000
                DECLARE C-POSICIONES CURSOR FOR                         00007010
                SELECT COALESCE(C.G6526_IDCENTD , M.IDCENTD ) ,         00007020
                       COALESCE(C.G6526_IDPRODD , M.IDPRODD ) ,         00007030
                       COALESCE(C.G6526_CODSPROD, M.CODSPROD) ,         00007040
                       COALESCE(C.G6526_CTOSALDO, M.CTOSALDO) ,         00007050
                       COALESCE(C.G6526_CODMONSW, M.CODMONSW) ,         00007060
                       COALESCE(C.G6526_IMPSLDC , 0) ,                  00007070
                       COALESCE(M.PONDERADO, 0)                         00007080
                  FROM (SELECT G6526_IDCENTD , G6526_IDPRODD ,          00007090
                               G6526_CODSPROD, G6526_CTOSALDO,          00007100
                               G6526_CODMONSW, G6526_IMPSLDC            00007110
                          FROM POS_DISP_PMAS_CIER                       00007120
                         WHERE G6526_PERCIERRE = :WK-PERIODO-CIERRE     00007130
                           AND G6526_IDEMPRD   = :WK-IDEMPRD            00007140
                       ) C                                              00007150
                  FULL OUTER JOIN                                       00007160
                       (SELECT G6541_IDCENTD  AS IDCENTD ,              00007170
                               G6541_IDPRODD  AS IDPRODD ,              00007180
                               G6541_CODSPROD AS CODSPROD,              00007190
                               G6541_CTOSALDO AS CTOSALDO,              00007200
                               G6541_CODMONSW AS CODMONSW,              00007210
                               SUM(G6541_SLDMEDIO *                     00007220
                                   DAY(LAST_DAY(DATE(G6541_PERIODO      00007230
                                                     || '-01'))))       00007240
                                              AS PONDERADO              00007250
                          FROM POS_SLDO_MEDIO                           00007260
                         WHERE G6541_PERIODO BETWEEN :WK-PERIODO-ENERO  00007270
                                                 AND :WK-PERIODO-CIERRE 00007280
                           AND G6541_IDEMPRD = :WK-IDEMPRD              00007290
                         GROUP BY G6541_IDCENTD , G6541_IDPRODD ,       00007300
                                  G6541_CODSPROD, G6541_CTOSALDO,       00007310
                                  G6541_CODMONSW                        00007320
                       ) M                                              00007330
                    ON C.G6526_IDCENTD  = M.IDCENTD                     00007340
                   AND C.G6526_IDPRODD  = M.IDPRODD                     00007350
                   AND C.G6526_CODSPROD = M.CODSPROD                    00007360
                   AND C.G6526_CTOSALDO = M.CTOSALDO                    00007370
                   AND C.G6526_CODMONSW = M.CODMONSW                    00007380
                 ORDER BY 1, 2, 3, 4, 5                                 00007390
           END-EXEC                                                     00007400
                                                                        00007410
           EXEC SQL                                                     00007420
                DECLARE C-TITULARES CURSOR FOR                          00007430
                SELECT E.E1003_CLIIDENT , MAX(E.E1003_NOMREEMP)         00007440
                  FROM POS_DISP_CONTR C                                 00007450
                 INNER JOIN MPDT007 E                                   00007460
                    ON E.E1003_CDGENTI  = C.G6554_IDEMPRD               00007470
                   AND E.E1003_CENTALTA = C.G6554_CENTALTA              00007480
                   AND E.E1003_CUENTNU  = C.G6554_CUENTNU               00007490
                 WHERE C.G6554_IDEMPRD  = :WK-IDEMPRD                   00007500
                   AND C.G6554_IDCENTD  = :WF-IDCENTD                   00007510
                   AND C.G6554_IDPRODD  = :WF-IDPRODD                   00007520
                   AND C.G6554_CODSPROD = :WF-CODSPROD                  00007530
                   AND E.E1003_CLIIDENT > 0                             00007540
                 GROUP BY E.E1003_CLIIDENT                              00007550
                 ORDER BY E.E1003_CLIIDENT                              00007560
           END-EXEC                                                     00007570
                                                                        00007580
           EXEC SQL                                                     00007590
                OPEN C-POSICIONES                                       00007600
           END-EXEC                                                     00007610
                                                                        00007620
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007630
                                                                        00007640
           IF  NOT DB2-OK                                               00007650
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007660
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00007670
               MOVE CA-PRF-1200               TO WK-PARRAFO             00007680
               MOVE CA-KJBCCIF                TO WK-RUTINA              00007690
               MOVE CA-POS-DISP-PMAS-CIER     TO WK-TABLA-DB2           00007700
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007710
                                                                        00007720
               PERFORM 9000-CANCELACION                                 00007730
                  THRU 9000-CANCELACION-EXIT                            00007740
                                                                        00007750
           END-IF                                                       00007760
                                                                        00007770
           .                                                            00007780
       1200-ABRIR-CURSOR-EXIT.                                          00007790
           EXIT.                                                        00007800
                                                                        00007810
      ******************************************************************00007820
      ***                   2000-PROCESO                            *** 00007830
      ***                   ------------                            *** 00007840
      * SE CALCULA EL SALDO MEDIO ANUAL DE LA POSICION LEIDA Y SE      *00007850
      * DECLARA ENTRE SUS TITULARES; SIN TITULARES SE LISTA COMO       *00007860
      * EXCEPCION. LAS POSICIONES SIN SALDO A 31/12 NI SALDO MEDIO NO  *00007870
      * SE DECLARAN. SE LEE LA SIGUIENTE POSICION.                     *00007880
      ******************************************************************00007890
       2000-PROCESO.                                                    00007900
                                                                        00007910
           COMPUTE WK-IMPORTE-AJUSTE ROUNDED =                          00007920
                   WF-MEDIO-PONDERADO / WK-DIAS-EJERCICIO               00007930
                                                                        00007940
           MOVE WF-CODMONSW                   TO WK-MONEDA-AJUSTE       00007950
                                                                        00007960
           PERFORM 8800-AJUSTAR-DECIMALES                               00007970
              THRU 8800-AJUSTAR-DECIMALES-EXIT                          00007980
                                                                        00007990
           MOVE WK-IMPORTE-AJUSTE             TO WK-SALDO-MEDIO         00008000
                                                                        00008010
           IF  WF-IMPSLDC     = ZEROES                                  00008020
           AND WK-SALDO-MEDIO = ZEROES                                  00008030
               ADD CN-1                       TO CT-SIN-SALDO           00008040
           ELSE                                                         00008050
               PERFORM 2050-LOCALIZAR-MONEDA                            00008060
                  THRU 2050-LOCALIZAR-MONEDA-EXIT                       00008070
                                                                        00008080
               PERFORM 2110-CONTAR-TITULARES                            00008090
                  THRU 2110-CONTAR-TITULARES-EXIT                       00008100
                                                                        00008110
               IF  WK-NUM-TITULARES = ZEROES                            00008120
                   PERFORM 2300-LISTAR-SIN-TITULAR                      00008130
                      THRU 2300-LISTAR-SIN-TITULAR-EXIT                 00008140
               ELSE                                                     00008150
                   PERFORM 2200-DECLARAR-TITULARES                      00008160
                      THRU 2200-DECLARAR-TITULARES-EXIT                 00008170
               END-IF                                                   00008180
           END-IF                                                       00008190
                                                                        00008200
           PERFORM 9200-LEER-CURSOR                                     00008210
              THRU 9200-LEER-CURSOR-EXIT                                00008220
                                                                        00008230
           .                                                            00008240
       2000-PROCESO-EXIT.                                               00008250
           EXIT.                                                        00008260
                                                                        00008270
      ******************************************************************00008280
      ***                   2050-LOCALIZAR-MONEDA                   *** 00008290
      ***                   ---------------------                   *** 00008300
      * SE LOCALIZA LA MONEDA DE LA POSICION EN LA TABLA DE TOTALES DE *00008310
      * CONCILIACION, DANDOLA DE ALTA SI NO ESTA.                      *00008320
      ******************************************************************00008330
       2050-LOCALIZAR-MONEDA.                                           00008340
                                                                        00008350
           SET NO-MONEDA-ENCONTRADA           TO TRUE                   00008360
           MOVE ZEROES                        TO WK-IDX-MONEDA          00008370
                                                                        00008380
           PERFORM 2060-BUSCAR-MONEDA                                   00008390
              THRU 2060-BUSCAR-MONEDA-EXIT                              00008400
             VARYING WK-IDX FROM 1 BY 1                                 00008410
               UNTIL WK-IDX > WK-NUM-MONEDAS                            00008420
                  OR SI-MONEDA-ENCONTRADA                               00008430
                                                                        00008440
           IF  NO-MONEDA-ENCONTRADA                                     00008450
           AND WK-NUM-MONEDAS < CN-MAX-MONEDAS                          00008460
               ADD CN-1                       TO WK-NUM-MONEDAS         00008470
               MOVE WK-NUM-MONEDAS            TO WK-IDX-MONEDA          00008480
               MOVE WF-CODMONSW                                         00008490
                             TO WK-M-CODMONSW (WK-IDX-MONEDA)           00008500
               MOVE ZEROES   TO WK-M-DECLARADO (WK-IDX-MONEDA)          00008510
                                WK-M-SIN-TITULAR (WK-IDX-MONEDA)        00008520
                                WK-M-MEDIO (WK-IDX-MONEDA)              00008530
           END-IF                                                       00008540
                                                                        00008550
           .                                                            00008560
       2050-LOCALIZAR-MONEDA-EXIT.                                      00008570
           EXIT.                                                        00008580
                                                                        00008590
      ******************************************************************00008600
      ***                   2060-BUSCAR-MONEDA                      *** 00008610
      ***                   ------------------                      *** 00008620
      * SE COMPRUEBA SI LA MONEDA YA ESTA EN LA TABLA, GUARDANDO SU    *00008630
      * INDICE.                                                        *00008640
      ******************************************************************00008650
       2060-BUSCAR-MONEDA.                                              00008660
                                                                        00008670
           IF  WK-M-CODMONSW (WK-IDX) = WF-CODMONSW                     00008680
               SET SI-MONEDA-ENCONTRADA       TO TRUE                   00008690
               MOVE WK-IDX                    TO WK-IDX-MONEDA          00008700
           END-IF                                                       00008710
                                                                        00008720
           .                                                            00008730
       2060-BUSCAR-MONEDA-EXIT.                                         00008740
           EXIT.                                                        00008750
                                                                        00008760
      ******************************************************************00008770
      ***                   2110-CONTAR-TITULARES                   *** 00008780
      ***                   ---------------------                   *** 00008790
      * SE CUENTAN LOS CLIENTES DISTINTOS TITULARES DE LA POSICION.    *00008800
      ******************************************************************00008810
       2110-CONTAR-TITULARES.                                           00008820
                                                                        00008830
           EXEC SQL                                                     00008840
                SELECT COUNT(DISTINCT E.E1003_CLIIDENT)                 00008850
                  INTO :WK-NUM-TITULARES                                00008860
                  FROM POS_DISP_CONTR C                                 00008870
                 INNER JOIN MPDT007 E                                   00008880
                    ON E.E1003_CDGENTI  = C.G6554_IDEMPRD               00008890
                   AND E.E1003_CENTALTA = C.G6554_CENTALTA              00008900
                   AND E.E1003_CUENTNU  = C.G6554_CUENTNU               00008910
                 WHERE C.G6554_IDEMPRD  = :WK-IDEMPRD                   00008920
                   AND C.G6554_IDCENTD  = :WF-IDCENTD                   00008930
                   AND C.G6554_IDPRODD  = :WF-IDPRODD                   00008940
                   AND C.G6554_CODSPROD = :WF-CODSPROD                  00008950
                   AND E.E1003_CLIIDENT > 0                             00008960
           END-EXEC                                                     00008970
                                                                        00008980
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008990
                                                                        00009000
           IF  NOT DB2-OK                                               00009010
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009020
               MOVE CA-ERR-TITULARES          TO WK-DESCRIPCION         00009030
               MOVE CA-PRF-2110               TO WK-PARRAFO             00009040
               MOVE CA-KJBCCIF                TO WK-RUTINA              00009050
               MOVE CA-POS-DISP-CONTR         TO WK-TABLA-DB2           00009060
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00009070
                                                                        00009080
               PERFORM 9000-CANCELACION                                 00009090
                  THRU 9000-CANCELACION-EXIT                            00009100
                                                                        00009110
           END-IF                                                       00009120
                                                                        00009130
           .                                                            00009140
       2110-CONTAR-TITULARES-EXIT.                                      00009150
           EXIT.                                                        00009160
                                                                        00009170
      ******************************************************************00009180
      ***                   2200-DECLARAR-TITULARES                 *** 00009190
      ***                   -----------------------                 *** 00009200
      * SE RECORREN LOS TITULARES DE LA POSICION, DECLARANDO A CADA    *00009210
      * UNO SU CUOTA DEL SALDO A 31/12 Y DEL SALDO MEDIO.              *00009220
      ******************************************************************00009230
       2200-DECLARAR-TITULARES.                                         00009240
                                                                        00009250
           MOVE ZEROES                        TO CT-TITULAR-POSICION    00009260
                                                 WK-REPARTIDO-CIERRE    00009270
                                                 WK-REPARTIDO-MEDIO     00009280
                                                 WK-REPARTIDO-PCT       00009290
           SET NO-FIN-TITULARES               TO TRUE                   00009300
                                                                        00009310
           EXEC SQL                                                     00009320
                OPEN C-TITULARES                                        00009330
           END-EXEC                                                     00009340
                                                                        00009350
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009360
                                                                        00009370
           IF  NOT DB2-OK                                               00009380
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009390
               MOVE CA-ERR-TITULARES          TO WK-DESCRIPCION         00009400
               MOVE CA-PRF-2200               TO WK-PARRAFO             00009410
               MOVE CA-KJBCCIF                TO WK-RUTINA              00009420
               MOVE CA-POS-DISP-CONTR         TO WK-TABLA-DB2           00009430
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00009440
                                                                        00009450
               PERFORM 9000-CANCELACION                                 00009460
                  THRU 9000-CANCELACION-EXIT                            00009470
                                                                        00009480
           END-IF                                                       00009490
                                                                        00009500
           PERFORM 9300-LEER-TITULARES                                  00009510
              THRU 9300-LEER-TITULARES-EXIT                             00009520
                                                                        00009530
           PERFORM 2210-TRATAR-TITULAR                                  00009540
              THRU 2210-TRATAR-TITULAR-EXIT                             00009550
             UNTIL SI-FIN-TITULARES                                     00009560
                                                                        00009570
           EXEC SQL                                                     00009580
                CLOSE C-TITULARES                                       00009590
           END-EXEC                                                     00009600
                                                                        00009610
           ADD CN-1                           TO CT-DECLARADAS          00009620
                                                                        00009630
           IF  WK-IDX-MONEDA > ZEROES                                   00009640
               ADD WF-IMPSLDC     TO WK-M-DECLARADO (WK-IDX-MONEDA)     00009650
               ADD WK-SALDO-MEDIO TO WK-M-MEDIO (WK-IDX-MONEDA)         00009660
           END-IF                                                       00009670
                                                                        00009680
           .                                                            00009690
       2200-DECLARAR-TITULARES-EXIT.                                    00009700
           EXIT.                                                        00009710
                                                                        00009720
      ******************************************************************00009730
      ***                   2210-TRATAR-TITULAR                     *** 00009740
      ***                   -------------------                     *** 00009750
      * SE CALCULA LA CUOTA DEL TITULAR (A PARTES IGUALES, AJUSTADA A  *00009760
      * LOS DECIMALES DE LA MONEDA). EL ULTIMO TITULAR RECIBE EL RESTO *00009770
      * PARA QUE LAS CUOTAS SUMEN EXACTAMENTE LOS SALDOS DE LA         *00009780
      * POSICION. SE ESCRIBE SU REGISTRO EN LA DECLARACION.            *00009790
      ******************************************************************00009800
       2210-TRATAR-TITULAR.                                             00009810
                                                                        00009820
           ADD CN-1                           TO CT-TITULAR-POSICION    00009830
                                                 CT-TITULARES           00009840
                                                                        00009850
           IF  CT-TITULAR-POSICION < WK-NUM-TITULARES                   00009860
               COMPUTE WK-IMPORTE-AJUSTE ROUNDED =                      00009870
                       WF-IMPSLDC / WK-NUM-TITULARES                    00009880
               PERFORM 8800-AJUSTAR-DECIMALES                           00009890
                  THRU 8800-AJUSTAR-DECIMALES-EXIT                      00009900
               MOVE WK-IMPORTE-AJUSTE         TO WK-CUOTA-CIERRE        00009910
                                                                        00009920
               COMPUTE WK-IMPORTE-AJUSTE ROUNDED =                      00009930
                       WK-SALDO-MEDIO / WK-NUM-TITULARES                00009940
               PERFORM 8800-AJUSTAR-DECIMALES                           00009950
                  THRU 8800-AJUSTAR-DECIMALES-EXIT                      00009960
               MOVE WK-IMPORTE-AJUSTE         TO WK-CUOTA-MEDIO         00009970
                                                                        00009980
               COMPUTE WK-CUOTA-PCT ROUNDED =                           00009990
                       CN-100 / WK-NUM-TITULARES                        00010000
           ELSE                                                         00010010
               COMPUTE WK-CUOTA-CIERRE =                                00010020
                       WF-IMPSLDC - WK-REPARTIDO-CIERRE                 00010030
               COMPUTE WK-CUOTA-MEDIO =                                 00010040
                       WK-SALDO-MEDIO - WK-REPARTIDO-MEDIO              00010050
               COMPUTE WK-CUOTA-PCT =                                   00010060
                       CN-100 - WK-REPARTIDO-PCT                        00010070
           END-IF                                                       00010080
                                                                        00010090
           ADD WK-CUOTA-CIERRE                TO WK-REPARTIDO-CIERRE    00010100
                                                 WK-TOTAL-CIERRE        00010110
           ADD WK-CUOTA-MEDIO                 TO WK-REPARTIDO-MEDIO     00010120
                                                 WK-TOTAL-MEDIO         00010130
           ADD WK-CUOTA-PCT                   TO WK-REPARTIDO-PCT       00010140
                                                                        00010150
           INITIALIZE WK-REG-TITULAR                                    00010160
           MOVE CA-TIPO-TITULAR               TO WD-TIPO-REG            00010170
           MOVE WK-EJERCICIO                  TO WD-EJERCICIO           00010180
           MOVE WK-NIF-DECLARANTE             TO WD-NIF-DECLARANTE      00010190
           MOVE WT-F-CLIIDENT                 TO WD-CLIIDENT            00010200
           MOVE WT-F-NOMBRE                   TO WD-NOMBRE              00010210
           MOVE WF-IDCENTD                    TO WD-IDCENTD             00010220
           MOVE WF-IDPRODD                    TO WD-IDPRODD             00010230
           MOVE WF-CODSPROD                   TO WD-CODSPROD            00010240
           MOVE WF-CTOSALDO                   TO WD-CTOSALDO            00010250
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00010260
           MOVE WK-NUM-TITULARES              TO WD-NUM-TITULARES       00010270
           MOVE WK-CUOTA-PCT                  TO WD-PCT-PARTICIPACION   00010280
                                                                        00010290
           IF  WK-CUOTA-CIERRE < ZEROES                                 00010300
               MOVE CA-SIGNO-MENOS            TO WD-SIGNO-CIERRE        00010310
               COMPUTE WK-IMPORTE-ABS = ZEROES - WK-CUOTA-CIERRE        00010320
           ELSE                                                         00010330
               MOVE CA-SIGNO-MAS              TO WD-SIGNO-CIERRE        00010340
               MOVE WK-CUOTA-CIERRE           TO WK-IMPORTE-ABS         00010350
           END-IF                                                       00010360
           MOVE WK-IMPORTE-ABS                TO WD-SALDO-CIERRE        00010370
                                                                        00010380
           IF  WK-CUOTA-MEDIO < ZEROES                                  00010390
               MOVE CA-SIGNO-MENOS            TO WD-SIGNO-MEDIO         00010400
               COMPUTE WK-IMPORTE-ABS = ZEROES - WK-CUOTA-MEDIO         00010410
           ELSE                                                         00010420
               MOVE CA-SIGNO-MAS              TO WD-SIGNO-MEDIO         00010430
               MOVE WK-CUOTA-MEDIO            TO WK-IMPORTE-ABS         00010440
           END-IF                                                       00010450
           MOVE WK-IMPORTE-ABS                TO WD-SALDO-MEDIO         00010460
                                                                        00010470
           MOVE WK-REG-TITULAR                TO REG-KJBCIFS1           00010480
                                                                        00010490
           PERFORM 2600-ESCRIBIR-DECLARACION                            00010500
              THRU 2600-ESCRIBIR-DECLARACION-EXIT                       00010510
                                                                        00010520
           PERFORM 9300-LEER-TITULARES                                  00010530
              THRU 9300-LEER-TITULARES-EXIT                             00010540
                                                                        00010550
           .                                                            00010560
       2210-TRATAR-TITULAR-EXIT.                                        00010570
           EXIT.                                                        00010580
                                                                        00010590
      ******************************************************************00010600
      ***                   2300-LISTAR-SIN-TITULAR                 *** 00010610
      ***                   -----------------------                 *** 00010620
      * SE LISTA LA POSICION CON SALDO SIN NINGUN CLIENTE TITULAR Y SE *00010630
      * ACUMULA COMO NO DECLARADA EN LA CONCILIACION DE SU MONEDA.     *00010640
      ******************************************************************00010650
       2300-LISTAR-SIN-TITULAR.                                         00010660
                                                                        00010670
           ADD CN-1                           TO CT-SIN-TITULAR         00010680
                                                                        00010690
           IF  WK-IDX-MONEDA > ZEROES                                   00010700
               ADD WF-IMPSLDC TO WK-M-SIN-TITULAR (WK-IDX-MONEDA)       00010710
           END-IF                                                       00010720
                                                                        00010730
           MOVE WF-IDCENTD                    TO WE-IDCENTD             00010740
           MOVE WF-IDPRODD                    TO WE-IDPRODD             00010750
           MOVE WF-CODSPROD                   TO WE-CODSPROD            00010760
           MOVE WF-CTOSALDO                   TO WE-CTOSALDO            00010770
           MOVE WF-CODMONSW                   TO WE-CODMONSW            00010780
           MOVE WF-IMPSLDC                    TO WE-SALDO-CIERRE        00010790
           MOVE WK-SALDO-MEDIO                TO WE-SALDO-MEDIO         00010800
           MOVE CA-OBS-SIN-TITULAR            TO WE-OBSERVACIONES       00010810
           MOVE WK-LINEA-EXCEPCION            TO REG-KJBCIFS2           00010820
                                                                        00010830
           PERFORM 2500-ESCRIBIR-LINEA                                  00010840
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00010850
                                                                        00010860
           .                                                            00010870
       2300-LISTAR-SIN-TITULAR-EXIT.                                    00010880
           EXIT.                                                        00010890
                                                                        00010900
      ******************************************************************00010910
      ***                   2500-ESCRIBIR-LINEA                     *** 00010920
      ***                   -------------------                     *** 00010930
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO DE CONCILIACION.   *00010940
      ******************************************************************00010950
       2500-ESCRIBIR-LINEA.                                             00010960
                                                                        00010970
           WRITE REG-KJBCIFS2                                           00010980
                                                                        00010990
           IF  FS-KJBCIFS2 NOT = CA-FS-OK                               00011000
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011010
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011020
               MOVE CA-PRF-2500              TO WK-PARRAFO              00011030
               MOVE CA-KJBCIFS2              TO WK-DDNAME               00011040
               MOVE FS-KJBCIFS2              TO WK-FILE-STATUS          00011050
               MOVE REG-KJBCIFS2             TO WK-DATOS-REGISTRO       00011060
                                                                        00011070
               PERFORM 9000-CANCELACION                                 00011080
                  THRU 9000-CANCELACION-EXIT                            00011090
                                                                        00011100
           END-IF                                                       00011110
                                                                        00011120
           .                                                            00011130
       2500-ESCRIBIR-LINEA-EXIT.                                        00011140
           EXIT.                                                        00011150
                                                                        00011160
      ******************************************************************00011170
      ***                   2600-ESCRIBIR-DECLARACION               *** 00011180
      ***                   -------------------------               *** 00011190
      * SE ESCRIBE EL REGISTRO PREPARADO EN EL FICHERO DE LA           *00011200
      * DECLARACION.                                                   *00011210
      ******************************************************************00011220
       2600-ESCRIBIR-DECLARACION.                                       00011230
                                                                        00011240
           WRITE REG-KJBCIFS1                                           00011250
                                                                        00011260
           IF  FS-KJBCIFS1 NOT = CA-FS-OK                               00011270
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011280
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011290
               MOVE CA-PRF-2600              TO WK-PARRAFO              00011300
               MOVE CA-KJBCIFS1              TO WK-DDNAME               00011310
               MOVE FS-KJBCIFS1              TO WK-FILE-STATUS          00011320
               MOVE REG-KJBCIFS1             TO WK-DATOS-REGISTRO       00011330
                                                                        00011340
               PERFORM 9000-CANCELACION                                 00011350
                  THRU 9000-CANCELACION-EXIT                            00011360
                                                                        00011370
           END-IF                                                       00011380
                                                                        00011390
           ADD CN-1                           TO CT-REG-FICHERO         00011400
                                                                        00011410
           .                                                            00011420
       2600-ESCRIBIR-DECLARACION-EXIT.                                  00011430
           EXIT.                                                        00011440
                                                                        00011450
      ******************************************************************00011460
      ***                   3000-FIN                                *** 00011470
      ***                   --------                                *** 00011480
      * SE ESCRIBE EL REGISTRO RESUMEN, SE EMITE LA CONCILIACION POR   *00011490
      * MONEDA, SE CIERRAN CURSOR Y FICHEROS Y SE MUESTRAN LAS         *00011500
      * ESTADISTICAS.                                                  *00011510
      ******************************************************************00011520
       3000-FIN.                                                        00011530
                                                                        00011540
           INITIALIZE WK-REG-RESUMEN                                    00011550
           MOVE CA-TIPO-RESUMEN               TO WQ-TIPO-REG            00011560
           MOVE WK-EJERCICIO                  TO WQ-EJERCICIO           00011570
           MOVE WK-NIF-DECLARANTE             TO WQ-NIF-DECLARANTE      00011580
           COMPUTE WQ-NUM-REGISTROS = CT-REG-FICHERO + CN-1             00011590
           MOVE CT-DECLARADAS                 TO WQ-NUM-POSICIONES      00011600
                                                                        00011610
           IF  WK-TOTAL-CIERRE < ZEROES                                 00011620
               MOVE CA-SIGNO-MENOS            TO WQ-SIGNO-CIERRE        00011630
               COMPUTE WK-IMPORTE-ABS = ZEROES - WK-TOTAL-CIERRE        00011640
           ELSE                                                         00011650
               MOVE CA-SIGNO-MAS              TO WQ-SIGNO-CIERRE        00011660
               MOVE WK-TOTAL-CIERRE           TO WK-IMPORTE-ABS         00011670
           END-IF                                                       00011680
           MOVE WK-IMPORTE-ABS                TO WQ-TOTAL-CIERRE        00011690
                                                                        00011700
           IF  WK-TOTAL-MEDIO < ZEROES                                  00011710
               MOVE CA-SIGNO-MENOS            TO WQ-SIGNO-MEDIO         00011720
               COMPUTE WK-IMPORTE-ABS = ZEROES - WK-TOTAL-MEDIO         00011730
           ELSE                                                         00011740
               MOVE CA-SIGNO-MAS              TO WQ-SIGNO-MEDIO         00011750
               MOVE WK-TOTAL-MEDIO            TO WK-IMPORTE-ABS         00011760
           END-IF                                                       00011770
           MOVE WK-IMPORTE-ABS                TO WQ-TOTAL-MEDIO         00011780
                                                                        00011790
           MOVE WK-REG-RESUMEN                TO REG-KJBCIFS1           00011800
                                                                        00011810
           PERFORM 2600-ESCRIBIR-DECLARACION                            00011820
              THRU 2600-ESCRIBIR-DECLARACION-EXIT                       00011830
                                                                        00011840
           PERFORM 3050-CONCILIAR                                       00011850
              THRU 3050-CONCILIAR-EXIT                                  00011860
                                                                        00011870
           PERFORM 3100-CERRAR-FICHEROS                                 00011880
              THRU 3100-CERRAR-FICHEROS-EXIT                            00011890
                                                                        00011900
           PERFORM 3200-ESTADISTICAS                                    00011910
              THRU 3200-ESTADISTICAS-EXIT                               00011920
                                                                        00011930
           IF  CT-SIN-TITULAR > ZEROES                                  00011940
            OR CT-DIFERENCIAS > ZEROES                                  00011950
               MOVE CN-4                      TO RETURN-CODE            00011960
           END-IF                                                       00011970
                                                                        00011980
           STOP RUN                                                     00011990
                                                                        00012000
           .                                                            00012010
       3000-FIN-EXIT.                                                   00012020
           EXIT.                                                        00012030
                                                                        00012040
      ******************************************************************00012050
      ***                   3050-CONCILIAR                          *** 00012060
      ***                   --------------                          *** 00012070
      * SE EMITE LA CONCILIACION DE CADA MONEDA DECLARADA CONTRA EL    *00012080
      * TOTAL DE LA FOTO DE CIERRE.                                    *00012090
      ******************************************************************00012100
       3050-CONCILIAR.                                                  00012110
                                                                        00012120
           MOVE SPACES                        TO REG-KJBCIFS2           00012130
           PERFORM 2500-ESCRIBIR-LINEA                                  00012140
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012150
                                                                        00012160
           MOVE WK-LINEA-TIT-CONCILIA         TO REG-KJBCIFS2           00012170
           PERFORM 2500-ESCRIBIR-LINEA                                  00012180
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012190
                                                                        00012200
           MOVE WK-LINEA-TITULOS-CON          TO REG-KJBCIFS2           00012210
           PERFORM 2500-ESCRIBIR-LINEA                                  00012220
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012230
                                                                        00012240
           PERFORM 3060-CONCILIAR-MONEDA                                00012250
              THRU 3060-CONCILIAR-MONEDA-EXIT                           00012260
             VARYING WK-IDX FROM 1 BY 1                                 00012270
               UNTIL WK-IDX > WK-NUM-MONEDAS                            00012280
                                                                        00012290
           .                                                            00012300
       3050-CONCILIAR-EXIT.                                             00012310
           EXIT.                                                        00012320
                                                                        00012330
      ******************************************************************00012340
      ***                   3060-CONCILIAR-MONEDA                   *** 00012350
      ***                   ---------------------                   *** 00012360
      * SE OBTIENE EL TOTAL DE CIERRE DE LA MONEDA EN LA TABLA Y SE    *00012370
      * COMPARA CON LO DECLARADO MAS LO NO DECLARADO POR FALTA DE      *00012380
      * TITULAR.                                                       *00012390
      ******************************************************************00012400
       3060-CONCILIAR-MONEDA.                                           00012410
                                                                        00012420
           MOVE WK-M-CODMONSW (WK-IDX)        TO WK-MONEDA-AJUSTE       00012430
                                                                        00012440
           EXEC SQL                                                     00012450
                SELECT COALESCE(SUM(G6526_IMPSLDC), 0)                  00012460
                  INTO :WK-CIERRE-TABLA                                 00012470
                  FROM POS_DISP_PMAS_CIER                               00012480
                 WHERE G6526_PERCIERRE = :WK-PERIODO-CIERRE             00012490
                   AND G6526_IDEMPRD   = :WK-IDEMPRD                    00012500
                   AND G6526_CODMONSW  = :WK-MONEDA-AJUSTE              00012510
           END-EXEC                                                     00012520
                                                                        00012530
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012540
                                                                        00012550
           IF  NOT DB2-OK                                               00012560
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00012570
               MOVE CA-ERR-CIERRE             TO WK-DESCRIPCION         00012580
               MOVE CA-PRF-3060               TO WK-PARRAFO             00012590
               MOVE CA-KJBCCIF                TO WK-RUTINA              00012600
               MOVE CA-POS-DISP-PMAS-CIER     TO WK-TABLA-DB2           00012610
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00012620
                                                                        00012630
               PERFORM 9000-CANCELACION                                 00012640
                  THRU 9000-CANCELACION-EXIT                            00012650
                                                                        00012660
           END-IF                                                       00012670
                                                                        00012680
           COMPUTE WK-DIFERENCIA = WK-CIERRE-TABLA                      00012690
                                 - WK-M-DECLARADO (WK-IDX)              00012700
                                 - WK-M-SIN-TITULAR (WK-IDX)            00012710
                                                                        00012720
           IF  WK-DIFERENCIA NOT = ZEROES                               00012730
               ADD CN-1                       TO CT-DIFERENCIAS         00012740
           END-IF                                                       00012750
                                                                        00012760
           MOVE WK-M-CODMONSW (WK-IDX)        TO WL-CODMONSW            00012770
           MOVE WK-CIERRE-TABLA               TO WL-TOTAL-CIERRE        00012780
           MOVE WK-M-DECLARADO (WK-IDX)       TO WL-DECLARADO           00012790
           MOVE WK-M-SIN-TITULAR (WK-IDX)     TO WL-SIN-TITULAR         00012800
           MOVE WK-DIFERENCIA                 TO WL-DIFERENCIA          00012810
           MOVE WK-M-MEDIO (WK-IDX)           TO WL-MEDIO-DECLARADO     00012820
           MOVE WK-LINEA-CONCILIA             TO REG-KJBCIFS2           00012830
                                                                        00012840
           PERFORM 2500-ESCRIBIR-LINEA                                  00012850
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012860
                                                                        00012870
           .                                                            00012880
       3060-CONCILIAR-MONEDA-EXIT.                                      00012890
           EXIT.                                                        00012900
                                                                        00012910
      ******************************************************************00012920
      ***                   3100-CERRAR-FICHEROS                    *** 00012930
      ***                   --------------------                    *** 00012940
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS.                    *00012950
      ******************************************************************00012960
       3100-CERRAR-FICHEROS.                                            00012970
                                                                        00012980
           EXEC SQL                                                     00012990
                CLOSE C-POSICIONES                                      00013000
           END-EXEC                                                     00013010
                                                                        00013020
           CLOSE KJBCIFS1                                               00013030
                 KJBCIFS2                                               00013040
                                                                        00013050
           IF  FS-KJBCIFS1 NOT = CA-FS-OK                               00013060
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013070
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013080
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013090
               MOVE CA-KJBCIFS1              TO WK-DDNAME               00013100
               MOVE FS-KJBCIFS1              TO WK-FILE-STATUS          00013110
                                                                        00013120
               PERFORM 9000-CANCELACION                                 00013130
                  THRU 9000-CANCELACION-EXIT                            00013140
                                                                        00013150
           END-IF                                                       00013160
                                                                        00013170
           IF  FS-KJBCIFS2 NOT = CA-FS-OK                               00013180
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013190
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013200
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013210
               MOVE CA-KJBCIFS2              TO WK-DDNAME               00013220
               MOVE FS-KJBCIFS2              TO WK-FILE-STATUS          00013230
                                                                        00013240
               PERFORM 9000-CANCELACION                                 00013250
                  THRU 9000-CANCELACION-EXIT                            00013260
                                                                        00013270
           END-IF                                                       00013280
                                                                        00013290
           .                                                            00013300
       3100-CERRAR-FICHEROS-EXIT.                                       00013310
           EXIT.                                                        00013320
                                                                        00013330
      ******************************************************************00013340
      ***                   3200-ESTADISTICAS                       *** 00013350
      ***                   -----------------                       *** 00013360
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013370
      ******************************************************************00013380
       3200-ESTADISTICAS.                                               00013390
                                                                        00013400
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00013410
           MOVE CT-SIN-SALDO                  TO WK-SIN-SALDO-ED        00013420
           MOVE CT-DECLARADAS                 TO WK-DECLARADAS-ED       00013430
           MOVE CT-TITULARES                  TO WK-TITULARES-ED        00013440
           MOVE CT-SIN-TITULAR                TO WK-SIN-TITULAR-ED      00013450
           MOVE CT-DIFERENCIAS                TO WK-DIFERENCIAS-ED      00013460
                                                                        00013470
           DISPLAY WK-CAB-1                                             00013480
           DISPLAY WK-CAB-2                                             00013490
           DISPLAY WK-CAB-1                                             00013500
           DISPLAY WK-CAB-3                                             00013510
           DISPLAY WK-CAB-4                                             00013520
           DISPLAY WK-CAB-5                                             00013530
           DISPLAY WK-CAB-6                                             00013540
           DISPLAY WK-CAB-7                                             00013550
           DISPLAY WK-CAB-8                                             00013560
           DISPLAY WK-CAB-1                                             00013570
                                                                        00013580
           .                                                            00013590
       3200-ESTADISTICAS-EXIT.                                          00013600
           EXIT.                                                        00013610
                                                                        00013620
      ******************************************************************00013630
      ***                   8800-AJUSTAR-DECIMALES                  *** 00013640
      ***                   ----------------------                  *** 00013650
      * SE AJUSTA EL IMPORTE WK-IMPORTE-AJUSTE AL NUMERO DE DECIMALES  *00013660
      * DE SU MONEDA SEGUN EL CATALOGO POS_CAT_MONEDA. LAS MONEDAS NO  *00013670
      * CATALOGADAS O CON DOS DECIMALES SE DEJAN COMO ESTAN.           *00013680
      ******************************************************************00013690
       8800-AJUSTAR-DECIMALES.                                          00013700
                                                                        00013710
           EXEC SQL                                                     00013720
                SELECT G6538_NUMDECIM                                   00013730
                  INTO :G6538-NUMDECIM                                  00013740
                  FROM POS_CAT_MONEDA                                   00013750
                 WHERE G6538_CODMONSW = :WK-MONEDA-AJUSTE               00013760
           END-EXEC                                                     00013770
                                                                        00013780
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013790
                                                                        00013800
           EVALUATE  TRUE                                               00013810
               WHEN  DB2-OK AND G6538-NUMDECIM = ZEROES                 00013820
                     COMPUTE WK-IMP-CERO-DEC ROUNDED =                  00013830
                             WK-IMPORTE-AJUSTE                          00013840
                     MOVE WK-IMP-CERO-DEC     TO WK-IMPORTE-AJUSTE      00013850
                                                                        00013860
               WHEN  DB2-OK AND G6538-NUMDECIM = CN-1                   00013870
                     COMPUTE WK-IMP-UN-DEC ROUNDED =                    00013880
                             WK-IMPORTE-AJUSTE                          00013890
                     MOVE WK-IMP-UN-DEC       TO WK-IMPORTE-AJUSTE      00013900
                                                                        00013910
               WHEN  DB2-OK                                             00013920
               WHEN  DB2-CLV-NOT-FOUND                                  00013930
                     CONTINUE                                           00013940
                                                                        00013950
               WHEN  OTHER                                              00013960
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00013970
                     MOVE CA-ERR-CAT-MONEDA   TO WK-DESCRIPCION         00013980
                     MOVE CA-PRF-8800         TO WK-PARRAFO             00013990
                     MOVE CA-KJBCCIF          TO WK-RUTINA              00014000
                     MOVE CA-POS-CAT-MONEDA   TO WK-TABLA-DB2           00014010
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014020
                                                                        00014030
                     PERFORM 9000-CANCELACION                           00014040
                        THRU 9000-CANCELACION-EXIT                      00014050
                                                                        00014060
           END-EVALUATE                                                 00014070
                                                                        00014080
           .                                                            00014090
       8800-AJUSTAR-DECIMALES-EXIT.                                     00014100
           EXIT.                                                        00014110
                                                                        00014120
      ******************************************************************00014130
      ***                   9200-LEER-CURSOR                        *** 00014140
      ***                   ----------------                        *** 00014150
      * SE REALIZA EL FETCH DEL CURSOR C-POSICIONES.                   *00014160
      ******************************************************************00014170
       9200-LEER-CURSOR.                                                00014180
                                                                        00014190
           EXEC SQL                                                     00014200
                FETCH C-POSICIONES                                      00014210
                 INTO :WF-IDCENTD  , :WF-IDPRODD ,                      00014220
                      :WF-CODSPROD , :WF-CTOSALDO,                      00014230
                      :WF-CODMONSW , :WF-IMPSLDC ,                      00014240
                      :WF-MEDIO-PONDERADO                               00014250
           END-EXEC                                                     00014260
                                                                        00014270
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00014280
                                                                        00014290
           EVALUATE  TRUE                                               00014300
               WHEN  DB2-OK                                             00014310
                     ADD CN-1                 TO CT-REG-LEIDOS          00014320
                                                                        00014330
               WHEN  DB2-CLV-NOT-FOUND                                  00014340
                     SET SI-FIN-CURSOR        TO TRUE                   00014350
                                                                        00014360
               WHEN  OTHER                                              00014370
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00014380
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00014390
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00014400
                     MOVE CA-KJBCCIF          TO WK-RUTINA              00014410
                     MOVE CA-POS-DISP-PMAS-CIER                         00014420
                                              TO WK-TABLA-DB2           00014430
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014440
                                                                        00014450
                     PERFORM 9000-CANCELACION                           00014460
                        THRU 9000-CANCELACION-EXIT                      00014470
                                                                        00014480
           END-EVALUATE                                                 00014490
                                                                        00014500
           .                                                            00014510
       9200-LEER-CURSOR-EXIT.                                           00014520
           EXIT.                                                        00014530
                                                                        00014540
      ******************************************************************00014550
      ***                   9300-LEER-TITULARES                     *** 00014560
      ***                   -------------------                     *** 00014570
      * SE REALIZA EL FETCH DEL CURSOR C-TITULARES.                    *00014580
      ******************************************************************00014590
       9300-LEER-TITULARES.                                             00014600
                                                                        00014610
           EXEC SQL                                                     00014620
                FETCH C-TITULARES                                       00014630
                 INTO :WT-F-CLIIDENT, :WT-F-NOMBRE                      00014640
           END-EXEC                                                     00014650
                                                                        00014660
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00014670
                                                                        00014680
           EVALUATE  TRUE                                               00014690
               WHEN  DB2-OK                                             00014700
                     CONTINUE                                           00014710
                                                                        00014720
               WHEN  DB2-CLV-NOT-FOUND                                  00014730
                     SET SI-FIN-TITULARES     TO TRUE                   00014740
                                                                        00014750
               WHEN  OTHER                                              00014760
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00014770
                     MOVE CA-ERR-TITULARES    TO WK-DESCRIPCION         00014780
                     MOVE CA-PRF-9300         TO WK-PARRAFO             00014790
                     MOVE CA-KJBCCIF          TO WK-RUTINA              00014800
                     MOVE CA-POS-DISP-CONTR   TO WK-TABLA-DB2           00014810
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014820
                                                                        00014830
                     PERFORM 9000-CANCELACION                           00014840
                        THRU 9000-CANCELACION-EXIT                      00014850
                                                                        00014860
           END-EVALUATE                                                 00014870
                                                                        00014880
           .                                                            00014890
       9300-LEER-TITULARES-EXIT.                                        00014900
           EXIT.                                                        00014910
                                                                        00014920
      ******************************************************************00014930
      ***                   9000-CANCELACION                        *** 00014940
      ***                   ----------------                        *** 00014950
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014960
      ******************************************************************00014970
       9000-CANCELACION.                                                00014980
                                                                        00014990
           MOVE CA-RESP                       TO WK-RESPONSABLE         00015000
                                                                        00015010
           EVALUATE  TRUE                                               00015020
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00015030
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015040
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015050
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00015060
                         RESPONSABLE('WK-RESPONSABLE')                  00015070
                         DESCRIPCION('WK-DESCRIPCION')                  00015080
                         PROGRAMA('WK-PROGRAMA')                        00015090
                         PARRAFO('WK-PARRAFO')                          00015100
                         SQLCA('SQLCA')                                 00015110
                         TABLA_DB2('WK-TABLA-DB2')                      00015120
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00015130
                     END-FUN                                            00015140
                                                                        00015150
               WHEN  OTHER                                              00015160
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015170
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015180
                         RESPONSABLE('WK-RESPONSABLE')                  00015190
                         DESCRIPCION('WK-DESCRIPCION')                  00015200
                         PROGRAMA('WK-PROGRAMA')                        00015210
                         PARRAFO('WK-PARRAFO')                          00015220
                         DDNAME('WK-DDNAME')                            00015230
                         FILE_STATUS('WK-FILE-STATUS')                  00015240
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00015250
                     END-FUN                                            00015260
                                                                        00015270
           END-EVALUATE                                                 00015280
                                                                        00015290
           .                                                            00015300
       9000-CANCELACION-EXIT.                                           00015310
           EXIT.                                                        00015320
