      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCES.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO ANUAL DE SALDOS ABANDONADOS.             *00000110
      *               EN MODO DECLARACION ('D') SELECCIONA LAS         *00000120
      *               POSICIONES DE POS_DISP_PMAS CON SALDO POSITIVO,  *00000130
      *               SIN MOVIMIENTO (G6524_CONTCUR) DESDE HACE MAS    *00000140
      *               DE LOS ANOS INDICADOS Y CUYOS CONTRATOS DE       *00000150
      *               POS_DISP_CONTR ESTAN TODOS DADOS DE BAJA EN      *00000160
      *               MPDT007. LAS REGISTRA EN POS_SALDO_ABAND, GENERA *00000170
      *               EL FICHERO DE DECLARACION A LA AUTORIDAD CON LOS *00000180
      *               TITULARES DE CADA POSICION Y EL EXTRACTO PARA LAS*00000190
      *               CARTAS DE PREAVISO. CADA CARTA SE ENTREGA POR EL *00000191
      *               CANAL DEL TITULAR (RUTINA KJBCCCP): EN PAPEL AL  *00000192
      *               EXTRACTO KJBCESS2 Y LA ELECTRONICA, CON SU       *00000193
      *               DIRECCION, A KJBCESS5. EL PREAVISO NO ADMITE     *00000194
      *               RENUNCIA.                                        *00000200
      *               EN MODO TRASPASO ('T'), TRAS LA CONFORMIDAD DE LA*00000210
      *               DECLARACION, GENERA LOS MOVIMIENTOS REVERSE EN   *00000220
      *               FORMATO KJBCRLE1 DE LAS POSICIONES DECLARADAS DEL*00000230
      *               EJERCICIO PARA QUE KJBCCRL LAS LIQUIDE. LAS QUE  *00000240
      *               HAN TENIDO MOVIMIENTO O CAMBIO DE SALDO DESDE LA *00000250
      *               DECLARACION SE EXCLUYEN Y SE LISTAN.             *00000260
      *-                                                              -*00000270
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000280
      *        WK-MODO             : 'D' DECLARACION, 'T' TRASPASO.    *00000290
      *        WK-EJERCICIO        : EJERCICIO DE LA CAMPANA (AAAA).   *00000300
      *        WK-ANOS-INACTIVIDAD : ANOS SIN MOVIMIENTO (MODO 'D').   *00000310
      *        WK-FECHA-CONTABLE   : FECHA CONTABLE DE LAS REVERSAS    *00000320
      *                              (AAAA-MM-DD, MODO 'T').           *00000330
      *        WK-USUARIO-FIRMA    : USUARIO QUE DA LA CONFORMIDAD A LA*00000340
      *                              DECLARACION (MODO 'T').           *00000350
      *-                                                              -*00000360
      *  FICHEROS DE SALIDA:                                           *00000370
      *        KJBCESS1 : DECLARACION DE SALDOS ABANDONADOS (MODO 'D').*00000380
      *        KJBCESS2 : EXTRACTO DE CARTAS DE PREAVISO (MODO 'D').   *00000390
      *        KJBCESS3 : MOVIMIENTOS REVERSE EN FORMATO KJBCRLE1      *00000400
      *                   (MODO 'T').                                  *00000410
      *        KJBCESS4 : LISTADO DE CONTROL.                          *00000420
      *        KJBCESS5 : CARTAS DE PREAVISO DE ENTREGA ELECTRONICA    *00000421
      *                   (MODO 'D').                                  *00000422
      *-                                                              -*00000423
      *  RUTINAS:                                                      *00000424
      *        KJBCCCP  : CANAL DE ENTREGA DE LA CORRESPONDENCIA.      *00000425
      *-                                                              -*00000430
      *  TABLAS:                                                       *00000440
      *     POS_DISP_PMAS   : POSICIONES CONSOLIDADAS (LECTURA).       *00000450
      *     POS_DISP_CONTR  : CONTRATOS DE CADA POSICION (LECTURA).    *00000460
      *     MPDT007         : CONTRATOS (LECTURA).                     *00000470
      *     POS_SALDO_ABAND : SALDOS ABANDONADOS DECLARADOS (ACTUALIZA)*00000480
      *-                                                              -*00000490
      *  CODIGOS DE RETORNO:                                           *00000500
      *        0 : PROCESO CORRECTO.                                   *00000510
      *        4 : MODO 'T' CON POSICIONES EXCLUIDAS DEL TRASPASO.     *00000520
      *-                                                              -*00000530
      ******************************************************************00000540
      *                  M O D I F I C A C I O N E S                   *00000550
      *                  ---------------------------                   *00000560
      *                                                                *00000570
      * USUARIO  FECHA        DESCRIPCION                              *00000580
      * -------- ----------   ---------------------------------------- *00000590
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000600
      * VIEWNEXT 15-10-2026    CARTAS DE PREAVISO POR EL CANAL DEL     *00000601
      *                        TITULAR (KJBCCCP): NUEVO EXTRACTO       *00000602
      *                        ELECTRONICO KJBCESS5.                   *00000603
      *                                                                *00000610
      ******************************************************************00000620
                                                                        00000630
      ******************************************************************00000640
      * IDENTIFICATION DIVISION                                        *00000650
      ******************************************************************00000660
       IDENTIFICATION DIVISION.                                         00000670
       PROGRAM-ID.    KJBCCES.                                          00000680
       AUTHOR.        VIEWNEXT.                                         00000690
       DATE-WRITTEN.  15-10-2026.                                       00000700
       DATE-COMPILED.                                                   00000710
                                                                        00000720
      ******************************************************************00000730
      * ENVIRONMENT DIVISION                                           *00000740
      ******************************************************************00000750
       ENVIRONMENT DIVISION.                                            00000760
                                                                        00000770
      *----------------------------------------------------------------*00000780
      * CONFIGURATION SECTION                                          *00000790
      *----------------------------------------------------------------*00000800
       CONFIGURATION SECTION.                                           00000810
                                                                        00000820
       SOURCE-COMPUTER. IBM-3090.                                       00000830
       OBJECT-COMPUTER. IBM-3090.                                       00000840
       SPECIAL-NAMES.                                                   00000850
           DECIMAL-POINT IS COMMA.                                      00000860
                                                                        00000870
      *----------------------------------------------------------------*00000880
      * INPUT OUTPUT SECTION                                           *00000890
      *----------------------------------------------------------------*00000900
       INPUT-OUTPUT SECTION.                                            00000910
       FILE-CONTROL.                                                    00000920
                                                                        00000930
      * -- DECLARACION DE SALDOS ABANDONADOS.                           00000940
           SELECT KJBCESS1 ASSIGN KJBCESS1                              00000950
                  ACCESS MODE IS SEQUENTIAL                             00000960
                  FILE STATUS IS FS-KJBCESS1.                           00000970
                                                                        00000980
      * -- EXTRACTO DE CARTAS DE PREAVISO A LOS TITULARES.              00000990
           SELECT KJBCESS2 ASSIGN KJBCESS2                              00001000
                  ACCESS MODE IS SEQUENTIAL                             00001010
                  FILE STATUS IS FS-KJBCESS2.                           00001020
                                                                        00001030
      * -- MOVIMIENTOS REVERSE GENERADOS (FORMATO KJBCRLE1).            00001040
           SELECT KJBCESS3 ASSIGN KJBCESS3                              00001050
                  ACCESS MODE IS SEQUENTIAL                             00001060
                  FILE STATUS IS FS-KJBCESS3.                           00001070
                                                                        00001080
      * -- LISTADO DE CONTROL.                                          00001090
           SELECT KJBCESS4 ASSIGN KJBCESS4                              00001100
                  ACCESS MODE IS SEQUENTIAL                             00001110
                  FILE STATUS IS FS-KJBCESS4.                           00001120
                                                                        00001130
      * -- CARTAS DE PREAVISO DE ENTREGA ELECTRONICA.                   00001131
           SELECT KJBCESS5 ASSIGN KJBCESS5                              00001132
                  ACCESS MODE IS SEQUENTIAL                             00001133
                  FILE STATUS IS FS-KJBCESS5.                           00001134
                                                                        00001135
      ******************************************************************00001140
      * DATA DIVISION                                                  *00001150
      ******************************************************************00001160
       DATA DIVISION.                                                   00001170
                                                                        00001180
      *----------------------------------------------------------------*00001190
      * FILE SECTION                                                   *00001200
      *----------------------------------------------------------------*00001210
       FILE SECTION.                                                    00001220
                                                                        00001230
       FD  KJBCESS1                                                     00001240
           BLOCK CONTAINS 0 RECORDS                                     00001250
           RECORDING MODE IS F                                          00001260
           LABEL RECORD ARE STANDARD                                    00001270
           RECORD CONTAINS 120 CHARACTERS                               00001280
           DATA RECORD IS REG-KJBCESS1.                                 00001290
       01  REG-KJBCESS1                    PIC X(120).                  00001300
                                                                        00001310
       FD  KJBCESS2                                                     00001320
           BLOCK CONTAINS 0 RECORDS                                     00001330
           RECORDING MODE IS F                                          00001340
           LABEL RECORD ARE STANDARD                                    00001350
           RECORD CONTAINS 150 CHARACTERS                               00001360
           DATA RECORD IS REG-KJBCESS2.                                 00001370
       01  REG-KJBCESS2.                                                00001380
           05  RP-EJERCICIO                PIC X(04).                   00001390
           05  RP-FECHA-DECLARACION        PIC X(10).                   00001400
           05  RP-CLIIDENT                 PIC 9(09).                   00001410
           05  RP-NOMBRE                   PIC X(30).                   00001420
           05  RP-OFIGESTO                 PIC X(04).                   00001430
           05  RP-CENTALTA                 PIC X(04).                   00001440
           05  RP-CUENTNU                  PIC X(12).                   00001450
           05  RP-IDEMPRD                  PIC X(04).                   00001460
           05  RP-IDCENTD                  PIC X(04).                   00001470
           05  RP-IDPRODD                  PIC X(03).                   00001480
           05  RP-CODSPROD                 PIC X(03).                   00001490
           05  RP-CTOSALDO                 PIC X(03).                   00001500
           05  RP-CODMONSW                 PIC X(03).                   00001510
           05  RP-SIGNO                    PIC X(01).                   00001520
           05  RP-IMPSLDC                  PIC 9(15)V9(2).              00001530
           05  RP-FECULTMOV                PIC X(10).                   00001540
           05  FILLER                      PIC X(29).                   00001550
                                                                        00001560
       FD  KJBCESS3                                                     00001570
           BLOCK CONTAINS 0 RECORDS                                     00001580
           RECORDING MODE IS F                                          00001590
           LABEL RECORD ARE STANDARD                                    00001600
           RECORD CONTAINS 64 CHARACTERS                                00001610
           DATA RECORD IS REG-KJBCESS3.                                 00001620
       01  REG-KJBCESS3.                                                00001630
           05  RS-IDEMPR                   PIC X(04).                   00001640
           05  RS-IDCENT                   PIC X(04).                   00001650
           05  RS-IDPROD                   PIC X(03).                   00001660
           05  RS-CODSPROD                 PIC X(03).                   00001670
           05  RS-CTOSALDO                 PIC X(03).                   00001680
           05  RS-CODMONSW                 PIC X(03).                   00001690
           05  RS-IMPORTE-CONSO            PIC S9(15)V9(2) COMP-3.      00001700
           05  RS-DIA-CONTABLE             PIC X(02).                   00001710
           05  RS-FECHA-CONTABLE           PIC X(10).                   00001720
           05  RS-TIPO-OPER                PIC X(07).                   00001730
           05  RS-CENTALTA                 PIC X(04).                   00001740
           05  RS-CUENTNU                  PIC X(12).                   00001750
                                                                        00001760
       FD  KJBCESS4                                                     00001770
           BLOCK CONTAINS 0 RECORDS                                     00001780
           RECORDING MODE IS F                                          00001790
           LABEL RECORD ARE STANDARD                                    00001800
           RECORD CONTAINS 132 CHARACTERS                               00001810
           DATA RECORD IS REG-KJBCESS4.                                 00001820
       01  REG-KJBCESS4                    PIC X(132).                  00001830
                                                                        00001840
       FD  KJBCESS5                                                     00001841
           BLOCK CONTAINS 0 RECORDS                                     00001842
           RECORDING MODE IS F                                          00001843
           LABEL RECORD ARE STANDARD                                    00001844
           RECORD CONTAINS 222 CHARACTERS                               00001845
           DATA RECORD IS REG-KJBCESS5.                                 00001846
       01  REG-KJBCESS5.                                                00001847
           05  RV-PREAVISO                 PIC X(150).                  00001848
           05  RV-CANAL                    PIC X(01).                   00001849
           05  RV-DIRELEC                  PIC X(60).                   00001850
           05  FILLER                      PIC X(11).                   00001851
                                                                        00001852
      *----------------------------------------------------------------*00001853
      * WORKING-STORAGE SECTION                                        *00001860
      *----------------------------------------------------------------*00001870
       WORKING-STORAGE SECTION.                                         00001880
                                                                        00001890
      ******************************************************************00001900
      *                        S W I T C H E S                         *00001910
      ******************************************************************00001920
       01  SW-SWITCHES.                                                 00001930
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001940
               88  DB2-OK                              VALUE 0.         00001950
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001960
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001970
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001980
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001990
               88  SI-FIN-CURSOR                       VALUE 'S'.       00002000
               88  NO-FIN-CURSOR                       VALUE 'N'.       00002010
           05  SW-FIN-TITULARES            PIC X(01)   VALUE 'N'.       00002020
               88  SI-FIN-TITULARES                    VALUE 'S'.       00002030
               88  NO-FIN-TITULARES                    VALUE 'N'.       00002040
           05  SW-CANAL-ENVIO              PIC X(01)   VALUE 'P'.       00002041
               88  ENVIO-PAPEL                         VALUE 'P' 'A'.   00002042
               88  ENVIO-ELECTRONICO                   VALUE 'E' 'A'.   00002043
                                                                        00002050
      ******************************************************************00002060
      *                      C O N S T A N T E S                       *00002070
      ******************************************************************00002080
       01  CT-CONSTANTES.                                               00002090
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002100
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002110
               10  CA-KJBCCES              PIC X(08)   VALUE 'KJBCCES'. 00002120
               10  CA-KJBCCCP              PIC X(08)   VALUE 'KJBCCCP'. 00002121
               10  CA-00                   PIC X(02)   VALUE '00'.      00002122
               10  CA-TIPCORR-PREAVISO     PIC X(02)   VALUE '04'.      00002123
               10  CA-RESP                 PIC X(14)   VALUE            00002130
                                   'MEDIOS DE PAGO'.                    00002140
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002150
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002160
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002170
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00002180
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00002190
               10  CA-DELETE               PIC X(06)   VALUE 'DELETE'.  00002200
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00002210
               10  CA-REVERSE              PIC X(07)   VALUE 'REVERSE'. 00002220
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00002230
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00002240
               10  CA-PREFIJO-DECLARACION  PIC X(03)   VALUE 'SAB'.     00002250
               10  CA-TIPO-CABECERA        PIC X(01)   VALUE '1'.       00002260
               10  CA-TIPO-POSICION        PIC X(01)   VALUE '2'.       00002270
               10  CA-TIPO-TITULAR         PIC X(01)   VALUE '3'.       00002280
               10  CA-TIPO-COLA            PIC X(01)   VALUE '9'.       00002290
               10  CA-ESTADO-DECLARADA     PIC X(01)   VALUE 'D'.       00002300
               10  CA-ESTADO-TRASPASADA    PIC X(01)   VALUE 'T'.       00002310
               10  CA-ESTADO-EXCLUIDA      PIC X(01)   VALUE 'E'.       00002320
               10  CA-FECHA-SIN-TRASPASO   PIC X(10)   VALUE            00002330
                                   '0001-01-01'.                        00002340
               10  CA-TIT-DECLARACION      PIC X(20)   VALUE            00002350
                                   'DECLARACION'.                       00002360
               10  CA-TIT-TRASPASO         PIC X(20)   VALUE            00002370
                                   'TRASPASO'.                          00002380
               10  CA-OBS-DECLARADA        PIC X(30)   VALUE            00002390
                                   'DECLARADA'.                         00002400
               10  CA-OBS-TRASPASADA       PIC X(30)   VALUE            00002410
                                   'TRASPASADA'.                        00002420
               10  CA-OBS-SIN-POSICION     PIC X(30)   VALUE            00002430
                                   'EXCLUIDA: POSICION INEXISTENTE'.    00002440
               10  CA-OBS-CON-MOVIMIENTO   PIC X(30)   VALUE            00002450
                                   'EXCLUIDA: CON MOVIMIENTOS'.         00002460
               10  CA-OBS-SALDO-DISTINTO   PIC X(30)   VALUE            00002470
                                   'EXCLUIDA: SALDO DISTINTO'.          00002480
               10  CA-TOTAL-GENERAL        PIC X(14)   VALUE            00002490
                                   'TOTAL GENERAL'.                     00002500
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002510
                                   'ERROR AL ABRIR UN FICHERO'.         00002520
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002530
                                   'ERROR AL CERRAR UN FICHERO'.        00002540
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002550
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002560
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00002570
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00002580
               10  CA-ERR-FECHA            PIC X(36)   VALUE            00002590
                         'ERROR AL OBTENER LA FECHA DE PROCESO'.        00002600
               10  CA-ERR-YA-TRASPASADO    PIC X(39)   VALUE            00002610
                         'EJERCICIO CON POSICIONES YA TRASPASADAS'.     00002620
               10  CA-ERR-CURSOR           PIC X(39)   VALUE            00002630
                         'ERROR EN ACCESO AL CURSOR DE POSICIONES'.     00002640
               10  CA-ERR-TITULARES        PIC X(38)   VALUE            00002650
                         'ERROR EN ACCESO AL CURSOR C-TITULARES'.       00002660
               10  CA-ERR-ABANDONO         PIC X(38)   VALUE            00002670
                         'ERROR EN ACCESO A POS_SALDO_ABAND'.           00002680
               10  CA-ERR-COMMIT           PIC X(30)   VALUE            00002690
                         'ERROR AL REALIZAR EL COMMIT'.                 00002700
               10  CA-ERR-RUTINA           PIC X(32)   VALUE            00002701
                         'LA RUTINA KJBCCCP DEVOLVIO ERROR'.            00002702
               10  CA-KJBCESS1             PIC X(08)   VALUE 'KJBCESS1'.00002710
               10  CA-KJBCESS2             PIC X(08)   VALUE 'KJBCESS2'.00002720
               10  CA-KJBCESS3             PIC X(08)   VALUE 'KJBCESS3'.00002730
               10  CA-KJBCESS4             PIC X(08)   VALUE 'KJBCESS4'.00002740
               10  CA-KJBCESS5             PIC X(08)   VALUE 'KJBCESS5'.00002741
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE            00002750
                                   'POS_DISP_PMAS'.                     00002760
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00002770
                                   'POS_DISP_CONTR'.                    00002780
               10  CA-POS-SALDO-ABAND      PIC X(15)   VALUE            00002790
                                   'POS_SALDO_ABAND'.                   00002800
               10  CA-PRF-1000             PIC X(11)   VALUE            00002810
                                   '1000-INICIO'.                       00002820
               10  CA-PRF-1100             PIC X(19)   VALUE            00002830
                                   '1100-ABRIR-FICHEROS'.               00002840
               10  CA-PRF-1200             PIC X(18)   VALUE            00002850
                                   '1200-ABRIR-CURSOR'.                 00002860
               10  CA-PRF-1300             PIC X(24)   VALUE            00002870
                                   '1300-PREPARAR-EJERCICIO'.           00002880
               10  CA-PRF-2110             PIC X(24)   VALUE            00002890
                                   '2110-CONTAR-TITULARES'.             00002900
               10  CA-PRF-2120             PIC X(24)   VALUE            00002910
                                   '2120-DECLARAR-TITULARES'.           00002920
               10  CA-PRF-2130             PIC X(24)   VALUE            00002930
                                   '2130-TRATAR-TITULAR'.               00002940
               10  CA-PRF-2135             PIC X(24)   VALUE            00002941
                                   '2135-ENTREGAR-PREAVISO'.            00002942
               10  CA-PRF-2140             PIC X(24)   VALUE            00002950
                                   '2140-ALTA-ABANDONO'.                00002960
               10  CA-PRF-2300             PIC X(24)   VALUE            00002970
                                   '2300-TRASPASAR-POSICION'.           00002980
               10  CA-PRF-2310             PIC X(24)   VALUE            00002990
                                   '2310-GENERAR-REVERSA'.              00003000
               10  CA-PRF-2320             PIC X(24)   VALUE            00003010
                                   '2320-ACTUALIZAR-ABANDONO'.          00003020
               10  CA-PRF-2500             PIC X(24)   VALUE            00003030
                                   '2500-ESCRIBIR-LINEA'.               00003040
               10  CA-PRF-2600             PIC X(25)   VALUE            00003050
                                   '2600-ESCRIBIR-DECLARACION'.         00003060
               10  CA-PRF-3000             PIC X(08)   VALUE            00003070
                                   '3000-FIN'.                          00003080
               10  CA-PRF-3100             PIC X(20)   VALUE            00003090
                                   '3100-CERRAR-FICHEROS'.              00003100
               10  CA-PRF-9200             PIC X(16)   VALUE            00003110
                                   '9200-LEER-CURSOR'.                  00003120
               10  CA-PRF-9300             PIC X(20)   VALUE            00003130
                                   '9300-LEER-TITULARES'.               00003140
                                                                        00003150
           05  CN-CONSTANTES-NUMERICAS.                                 00003160
               10  CN-1                    PIC 9(01)   VALUE 1.         00003170
               10  CN-4                    PIC 9(01)   VALUE 4.         00003180
                                                                        00003190
      ******************************************************************00003200
      *                    C O N T A D O R E S                         *00003210
      ******************************************************************00003220
       01  CT-CONTADORES.                                               00003230
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00003240
           05  CT-DECLARADAS               PIC 9(9)    VALUE ZEROES.    00003250
           05  CT-TITULARES                PIC 9(9)    VALUE ZEROES.    00003260
           05  CT-PREAVISOS-ELECTR         PIC 9(9)    VALUE ZEROES.    00003261
           05  CT-TRASPASADAS              PIC 9(9)    VALUE ZEROES.    00003270
           05  CT-EXCLUIDAS                PIC 9(9)    VALUE ZEROES.    00003280
           05  CT-BORRADAS                 PIC 9(9)    VALUE ZEROES.    00003290
           05  CT-SECUENCIA                PIC 9(7)    VALUE ZEROES.    00003300
           05  CT-TITULAR-POSICION         PIC 9(3)    VALUE ZEROES.    00003310
                                                                        00003320
      ******************************************************************00003330
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003340
      ******************************************************************00003350
       01  WK-ESTADISTICA.                                              00003360
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003370
           05  WK-CAB-2                    PIC X(55)   VALUE            00003380
                   '* ESTADISTICAS DE KJBCCES                   *'.     00003390
           05  WK-CAB-3.                                                00003400
               10  FILLER                  PIC X(45)   VALUE            00003410
                   '* POSICIONES LEIDAS:                       '.       00003420
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00003430
               10  FILLER                  PIC X(01)   VALUE '*'.       00003440
           05  WK-CAB-4.                                                00003450
               10  FILLER                  PIC X(45)   VALUE            00003460
                   '* DECLARACIONES ANTERIORES ANULADAS:       '.       00003470
               10  WK-BORRADAS-ED          PIC ZZZZZZZZ9.               00003480
               10  FILLER                  PIC X(01)   VALUE '*'.       00003490
           05  WK-CAB-5.                                                00003500
               10  FILLER                  PIC X(45)   VALUE            00003510
                   '* POSICIONES DECLARADAS:                   '.       00003520
               10  WK-DECLARADAS-ED        PIC ZZZZZZZZ9.               00003530
               10  FILLER                  PIC X(01)   VALUE '*'.       00003540
           05  WK-CAB-6.                                                00003550
               10  FILLER                  PIC X(45)   VALUE            00003560
                   '* TITULARES DECLARADOS:                    '.       00003570
               10  WK-TITULARES-ED         PIC ZZZZZZZZ9.               00003580
               10  FILLER                  PIC X(01)   VALUE '*'.       00003590
           05  WK-CAB-7.                                                00003600
               10  FILLER                  PIC X(45)   VALUE            00003610
                   '* POSICIONES TRASPASADAS:                  '.       00003620
               10  WK-TRASPASADAS-ED       PIC ZZZZZZZZ9.               00003630
               10  FILLER                  PIC X(01)   VALUE '*'.       00003640
           05  WK-CAB-8.                                                00003650
               10  FILLER                  PIC X(45)   VALUE            00003660
                   '* POSICIONES EXCLUIDAS DEL TRASPASO:       '.       00003670
               10  WK-EXCLUIDAS-ED         PIC ZZZZZZZZ9.               00003680
               10  FILLER                  PIC X(01)   VALUE '*'.       00003690
           05  WK-CAB-9.                                                00003691
               10  FILLER                  PIC X(45)   VALUE            00003692
                   '* PREAVISOS EN ENTREGA ELECTRONICA:        '.       00003693
               10  WK-PREAVISOS-ELECTR-ED  PIC ZZZZZZZZ9.               00003694
               10  FILLER                  PIC X(01)   VALUE '*'.       00003695
                                                                        00003700
      ******************************************************************00003710
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003720
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003730
      ******************************************************************00003740
       01  WK-CANCELACION-BATCH.                                        00003750
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003760
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003770
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003780
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCES'. 00003790
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003800
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003810
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003820
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003830
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003840
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003850
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003860
                                                                        00003870
      ******************************************************************00003880
      *                      F I L E  S T A T U S                      *00003890
      ******************************************************************00003900
       01  FS-FILE-STATUS.                                              00003910
           05  FS-KJBCESS1                 PIC X(02).                   00003920
           05  FS-KJBCESS2                 PIC X(02).                   00003930
           05  FS-KJBCESS3                 PIC X(02).                   00003940
           05  FS-KJBCESS4                 PIC X(02).                   00003950
           05  FS-KJBCESS5                 PIC X(02).                   00003951
                                                                        00003960
      ******************************************************************00003970
      *          R E G I S T R O S  R E G U L A T O R I O S            *00003980
      ******************************************************************00003990
      * -- CABECERA DE LA DECLARACION.                                  00004000
       01  WK-REG-CABECERA.                                             00004010
           05  WB-TIPO-REG                 PIC X(01).                   00004020
           05  WB-ID-DECLARACION.                                       00004030
               10  WB-ID-PREFIJO           PIC X(03).                   00004040
               10  WB-ID-EJERCICIO         PIC X(04).                   00004050
           05  WB-FECHA-GENERACION         PIC X(10).                   00004060
           05  WB-ANOS-INACTIVIDAD         PIC 9(02).                   00004070
           05  FILLER                      PIC X(100)  VALUE SPACES.    00004080
                                                                        00004090
      * -- POSICION DECLARADA.                                          00004100
       01  WK-REG-POSICION.                                             00004110
           05  WD-TIPO-REG                 PIC X(01).                   00004120
           05  WD-SECUENCIA                PIC 9(07).                   00004130
           05  WD-IDEMPRD                  PIC X(04).                   00004140
           05  WD-IDCENTD                  PIC X(04).                   00004150
           05  WD-IDPRODD                  PIC X(03).                   00004160
           05  WD-CODSPROD                 PIC X(03).                   00004170
           05  WD-CTOSALDO                 PIC X(03).                   00004180
           05  WD-CODMONSW                 PIC X(03).                   00004190
           05  WD-SIGNO                    PIC X(01).                   00004200
           05  WD-IMPSLDC                  PIC 9(15)V9(2).              00004210
           05  WD-FECULTMOV                PIC X(10).                   00004220
           05  WD-NUM-TITULARES            PIC 9(03).                   00004230
           05  FILLER                      PIC X(61)   VALUE SPACES.    00004240
                                                                        00004250
      * -- TITULAR DE LA POSICION DECLARADA EN EL REGISTRO ANTERIOR.    00004260
       01  WK-REG-TITULAR.                                              00004270
           05  WT-TIPO-REG                 PIC X(01).                   00004280
           05  WT-SECUENCIA                PIC 9(07).                   00004290
           05  WT-NUM-TITULAR              PIC 9(03).                   00004300
           05  WT-CDGENTI                  PIC X(04).                   00004310
           05  WT-CENTALTA                 PIC X(04).                   00004320
           05  WT-CUENTNU                  PIC X(12).                   00004330
           05  WT-CLIIDENT                 PIC 9(09).                   00004340
           05  WT-NOMBRE                   PIC X(30).                   00004350
           05  WT-FECBAJA                  PIC X(10).                   00004360
           05  FILLER                      PIC X(40)   VALUE SPACES.    00004370
                                                                        00004380
      * -- COLA DE LA DECLARACION.                                      00004390
       01  WK-REG-COLA.                                                 00004400
           05  WQ-TIPO-REG                 PIC X(01).                   00004410
           05  WQ-NUM-POSICIONES           PIC 9(07).                   00004420
           05  WQ-NUM-TITULARES            PIC 9(07).                   00004430
           05  WQ-SIGNO-TOTAL              PIC X(01).                   00004440
           05  WQ-TOTAL-IMPORTES           PIC 9(15)V9(2).              00004450
           05  FILLER                      PIC X(87)   VALUE SPACES.    00004460
                                                                        00004470
      * -- CABECERA Y COLA DE CONTROL DEL FICHERO DE REVERSAS, EN EL    00004480
      * -- FORMATO QUE VALIDA LA CONSOLIDACION (REG-KJBCRLE1-CAB/FIN).  00004490
       01  WK-REG-CAB-KJBCRLE1.                                         00004500
           05  WK-CAB-TIPO-REG             PIC X(04)   VALUE '*CAB'.    00004510
           05  WK-CAB-FECHA-PROCESO        PIC X(10)   VALUE SPACES.    00004520
           05  WK-CAB-ORIGEN               PIC X(08)   VALUE 'KJBCCES'. 00004530
           05  FILLER                      PIC X(42)   VALUE SPACES.    00004540
                                                                        00004550
       01  WK-REG-FIN-KJBCRLE1.                                         00004560
           05  WK-FIN-TIPO-REG             PIC X(04)   VALUE '*FIN'.    00004570
           05  WK-FIN-NUM-MOVS             PIC 9(09)   VALUE ZEROES.    00004580
           05  WK-FIN-SIGNO-HASH           PIC X(01)   VALUE '+'.       00004590
           05  WK-FIN-HASH-IMPORTES        PIC 9(15)V9(2)               00004600
                                                       VALUE ZEROES.    00004610
           05  FILLER                      PIC X(33)   VALUE SPACES.    00004620
                                                                        00004630
      ******************************************************************00004640
      *                 L I N E A S  D E  I N F O R M E                *00004650
      ******************************************************************00004660
       01  WK-LINEA-CABECERA.                                           00004670
           05  FILLER                      PIC X(28)   VALUE            00004680
               'SALDOS ABANDONADOS EJERCICIO'.                          00004690
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004700
           05  WC-EJERCICIO                PIC X(04).                   00004710
           05  FILLER                      PIC X(03)   VALUE ' - '.     00004720
           05  WC-MODO                     PIC X(20).                   00004730
           05  FILLER                      PIC X(05)   VALUE ' A  '.    00004740
           05  WC-FECHA-PROCESO            PIC X(10).                   00004750
           05  FILLER                      PIC X(61)   VALUE SPACES.    00004760
                                                                        00004770
       01  WK-LINEA-TITULOS.                                            00004780
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00004790
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00004800
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00004810
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00004820
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00004830
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00004840
           05  FILLER                      PIC X(22)   VALUE            00004850
               '     SALDO DECLARADO '.                                 00004860
           05  FILLER                      PIC X(22)   VALUE            00004870
               '        SALDO ACTUAL '.                                 00004880
           05  FILLER                      PIC X(11)   VALUE            00004890
               'ULT.MOVIM.'.                                            00004900
           05  FILLER                      PIC X(05)   VALUE 'TIT.'.    00004910
           05  FILLER                      PIC X(30)   VALUE            00004920
               'SITUACION'.                                             00004930
           05  FILLER                      PIC X(16)   VALUE SPACES.    00004940
                                                                        00004950
       01  WK-LINEA-DETALLE.                                            00004960
           05  WL-IDEMPRD                  PIC X(04).                   00004970
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004980
           05  WL-IDCENTD                  PIC X(04).                   00004990
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005000
           05  WL-IDPRODD                  PIC X(03).                   00005010
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005020
           05  WL-CODSPROD                 PIC X(03).                   00005030
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005040
           05  WL-CTOSALDO                 PIC X(03).                   00005050
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005060
           05  WL-CODMONSW                 PIC X(03).                   00005070
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005080
           05  WL-IMPSLDC                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005090
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005100
           05  WL-IMPSLDC-ACT              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005110
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005120
           05  WL-FECULTMOV                PIC X(10).                   00005130
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005140
           05  WL-NUM-TITULARES            PIC ZZ9.                     00005150
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005160
           05  WL-SITUACION                PIC X(30).                   00005170
           05  FILLER                      PIC X(16)   VALUE SPACES.    00005180
                                                                        00005190
       01  WK-LINEA-TOTAL.                                              00005200
           05  WT-CONCEPTO                 PIC X(14).                   00005210
           05  FILLER                      PIC X(12)   VALUE            00005220
               ' POSICIONES:'.                                          00005230
           05  WT-POSICIONES               PIC ZZZZZZ9.                 00005240
           05  FILLER                      PIC X(11)   VALUE            00005250
               ' TITULARES:'.                                           00005260
           05  WT-TITULARES                PIC ZZZZZZ9.                 00005270
           05  FILLER                      PIC X(09)   VALUE            00005280
               ' IMPORTE:'.                                             00005290
           05  WT-IMPORTE                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005300
           05  FILLER                      PIC X(11)   VALUE            00005310
               ' EXCLUIDAS:'.                                           00005320
           05  WT-EXCLUIDAS                PIC ZZZZZZ9.                 00005330
           05  FILLER                      PIC X(33)   VALUE SPACES.    00005340
                                                                        00005350
      ******************************************************************00005360
      *                      V A R I A B L E S                         *00005370
      ******************************************************************00005380
       01  WK-VARIABLES.                                                00005390
           05  WK-PARAMETROS-SYSIN.                                     00005400
               10  WK-MODO                 PIC X(01).                   00005410
                   88  MODO-DECLARACION                VALUE 'D'.       00005420
                   88  MODO-TRASPASO                   VALUE 'T'.       00005430
               10  WK-EJERCICIO            PIC X(04).                   00005440
               10  WK-ANOS-INACTIVIDAD     PIC 9(02).                   00005450
               10  WK-FECHA-CONTABLE.                                   00005460
                   15  FILLER              PIC X(08).                   00005470
                   15  WK-DIA-CONTABLE     PIC X(02).                   00005480
               10  WK-USUARIO-FIRMA        PIC X(08).                   00005490
           05  WK-FECHA-PROCESO            PIC X(10).                   00005500
           05  WK-ANOS-DB2                 PIC S9(04)  COMP.            00005510
           05  WK-NUM-TRASPASADAS          PIC S9(09)  COMP.            00005520
           05  WK-IMPORTE-ABS              PIC S9(15)V9(2) COMP-3.      00005530
           05  WK-TOTAL-IMPORTES           PIC S9(15)V9(2) COMP-3.      00005540
                                                                        00005550
      * -- ULTIMA FILA LEIDA DEL CURSOR DE POSICIONES. EN MODO 'D' LOS  00005560
      * -- DATOS ACTUALES COINCIDEN CON LOS DECLARADOS.                 00005570
       01  WK-FILA-CURSOR.                                              00005580
           05  WF-IDEMPRD                  PIC X(04).                   00005590
           05  WF-IDCENTD                  PIC X(04).                   00005600
           05  WF-IDPRODD                  PIC X(03).                   00005610
           05  WF-CODSPROD                 PIC X(03).                   00005620
           05  WF-CTOSALDO                 PIC X(03).                   00005630
           05  WF-CODMONSW                 PIC X(03).                   00005640
           05  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00005650
           05  WF-CONTCUR                  PIC X(26).                   00005660
           05  WF-FECULTMOV                PIC X(10).                   00005670
           05  WF-NUM-TITULARES            PIC S9(09)  COMP.            00005680
           05  WF-EXISTE-POSICION          PIC X(01).                   00005690
               88  WF-SI-EXISTE-POSICION               VALUE 'S'.       00005700
           05  WF-IMPSLDC-ACT              PIC S9(15)V9(2) COMP-3.      00005710
           05  WF-CONTCUR-ACT              PIC X(26).                   00005720
                                                                        00005730
      * -- ULTIMA FILA LEIDA DEL CURSOR DE TITULARES.                   00005740
       01  WK-FILA-TITULAR.                                             00005750
           05  WT-F-CENTALTA               PIC X(04).                   00005760
           05  WT-F-CUENTNU                PIC X(12).                   00005770
           05  WT-F-CLIIDENT               PIC S9(09)  COMP-3.          00005780
           05  WT-F-NOMBRE                 PIC X(30).                   00005790
           05  WT-F-OFIGESTO               PIC X(04).                   00005800
           05  WT-F-FECBAJA                PIC X(10).                   00005810
                                                                        00005820
      * -- COPY DE COMUNICACION CON LA RUTINA KJBCCCP.                  00005822
           COPY KJYCCCP.                                                00005824
                                                                        00005826
      * -- COPY DE COMUNICACION CON DB2.                                00005830
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005840
                                                                        00005850
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS.                            00005860
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00005870
                                                                        00005880
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR.                           00005890
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00005900
                                                                        00005910
      * -- DCLGEN DE LA TABLA MPDT007.                                  00005920
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00005930
                                                                        00005940
      * -- DCLGEN DE LA TABLA POS_SALDO_ABAND.                          00005950
           EXEC SQL INCLUDE D7400400 END-EXEC.                          00005960
                                                                        00005970
      ******************************************************************00005980
      *                       PROCEDURE DIVISION                       *00005990
      ******************************************************************00006000
       PROCEDURE DIVISION.                                              00006010
                                                                        00006020
           PERFORM 1000-INICIO                                          00006030
              THRU 1000-INICIO-EXIT                                     00006040
                                                                        00006050
           PERFORM 2000-PROCESO                                         00006060
              THRU 2000-PROCESO-EXIT                                    00006070
             UNTIL SI-FIN-CURSOR                                        00006080
                                                                        00006090
           PERFORM 3000-FIN                                             00006100
              THRU 3000-FIN-EXIT                                        00006110
                                                                        00006120
           .                                                            00006130
                                                                        00006140
      ******************************************************************00006150
      ***                   1000-INICIO                             *** 00006160
      ***                   -----------                             *** 00006170
      * SE VALIDAN LOS PARAMETROS DE SYSIN, SE OBTIENE LA FECHA DE     *00006180
      * PROCESO, SE ABREN LOS FICHEROS, SE PREPARA EL EJERCICIO (MODO  *00006190
      * 'D'), SE ESCRIBEN LAS CABECERAS Y SE ABRE EL CURSOR DEL MODO.  *00006200
      ******************************************************************00006210
       1000-INICIO.                                                     00006220
                                                                        00006230
           INITIALIZE WK-VARIABLES                                      00006240
                      CT-CONTADORES                                     00006250
                                                                        00006260
           SET NO-FIN-CURSOR                 TO TRUE                    00006270
                                                                        00006280
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00006290
                                                                        00006300
           IF  NOT MODO-DECLARACION AND NOT MODO-TRASPASO               00006310
            OR WK-EJERCICIO NOT NUMERIC                                 00006320
            OR MODO-DECLARACION AND                                     00006330
              (WK-ANOS-INACTIVIDAD NOT NUMERIC OR                       00006340
               WK-ANOS-INACTIVIDAD = ZEROES)                            00006350
            OR MODO-TRASPASO AND                                        00006360
              (WK-FECHA-CONTABLE = SPACES OR                            00006370
               WK-USUARIO-FIRMA = SPACES)                               00006380
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006390
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00006400
               MOVE CA-PRF-1000              TO WK-PARRAFO              00006410
                                                                        00006420
               PERFORM 9000-CANCELACION                                 00006430
                  THRU 9000-CANCELACION-EXIT                            00006440
                                                                        00006450
           END-IF                                                       00006460
                                                                        00006470
           IF  MODO-DECLARACION                                         00006480
               MOVE WK-ANOS-INACTIVIDAD      TO WK-ANOS-DB2             00006490
           END-IF                                                       00006500
                                                                        00006510
           EXEC SQL                                                     00006520
                SET :WK-FECHA-PROCESO = CHAR(CURRENT DATE, ISO)         00006530
           END-EXEC                                                     00006540
                                                                        00006550
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006560
                                                                        00006570
           IF  NOT DB2-OK                                               00006580
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006590
               MOVE CA-ERR-FECHA              TO WK-DESCRIPCION         00006600
               MOVE CA-PRF-1000               TO WK-PARRAFO             00006610
               MOVE CA-KJBCCES                TO WK-RUTINA              00006620
               MOVE SPACES                    TO WK-TABLA-DB2           00006630
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006640
                                                                        00006650
               PERFORM 9000-CANCELACION                                 00006660
                  THRU 9000-CANCELACION-EXIT                            00006670
                                                                        00006680
           END-IF                                                       00006690
                                                                        00006700
           PERFORM 1100-ABRIR-FICHEROS                                  00006710
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006720
                                                                        00006730
           MOVE WK-EJERCICIO                  TO WC-EJERCICIO           00006740
           MOVE WK-FECHA-PROCESO              TO WC-FECHA-PROCESO       00006750
                                                                        00006760
           IF  MODO-DECLARACION                                         00006770
               PERFORM 1300-PREPARAR-EJERCICIO                          00006780
                  THRU 1300-PREPARAR-EJERCICIO-EXIT                     00006790
                                                                        00006800
               MOVE CA-TIT-DECLARACION        TO WC-MODO                00006810
                                                                        00006820
               INITIALIZE WK-REG-CABECERA                               00006830
               MOVE CA-TIPO-CABECERA          TO WB-TIPO-REG            00006840
               MOVE CA-PREFIJO-DECLARACION    TO WB-ID-PREFIJO          00006850
               MOVE WK-EJERCICIO              TO WB-ID-EJERCICIO        00006860
               MOVE WK-FECHA-PROCESO          TO WB-FECHA-GENERACION    00006870
               MOVE WK-ANOS-INACTIVIDAD       TO WB-ANOS-INACTIVIDAD    00006880
               MOVE WK-REG-CABECERA           TO REG-KJBCESS1           00006890
                                                                        00006900
               PERFORM 2600-ESCRIBIR-DECLARACION                        00006910
                  THRU 2600-ESCRIBIR-DECLARACION-EXIT                   00006920
           ELSE                                                         00006930
               MOVE CA-TIT-TRASPASO           TO WC-MODO                00006940
               MOVE WK-FECHA-CONTABLE         TO WK-CAB-FECHA-PROCESO   00006950
                                                                        00006960
               WRITE REG-KJBCESS3 FROM WK-REG-CAB-KJBCRLE1              00006970
                                                                        00006980
               IF  FS-KJBCESS3 NOT = CA-FS-OK                           00006990
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00007000
                   MOVE CA-ERR-ESCRIBIR       TO WK-DESCRIPCION         00007010
                   MOVE CA-PRF-1000           TO WK-PARRAFO             00007020
                   MOVE CA-KJBCESS3           TO WK-DDNAME              00007030
                   MOVE FS-KJBCESS3           TO WK-FILE-STATUS         00007040
                                                                        00007050
                   PERFORM 9000-CANCELACION                             00007060
                      THRU 9000-CANCELACION-EXIT                        00007070
                                                                        00007080
               END-IF                                                   00007090
           END-IF                                                       00007100
                                                                        00007110
           MOVE WK-LINEA-CABECERA             TO REG-KJBCESS4           00007120
                                                                        00007130
           PERFORM 2500-ESCRIBIR-LINEA                                  00007140
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007150
                                                                        00007160
           MOVE SPACES                        TO REG-KJBCESS4           00007170
                                                                        00007180
           PERFORM 2500-ESCRIBIR-LINEA                                  00007190
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007200
                                                                        00007210
           MOVE WK-LINEA-TITULOS              TO REG-KJBCESS4           00007220
                                                                        00007230
           PERFORM 2500-ESCRIBIR-LINEA                                  00007240
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007250
                                                                        00007260
           PERFORM 1200-ABRIR-CURSOR                                    00007270
              THRU 1200-ABRIR-CURSOR-EXIT                               00007280
                                                                        00007290
           PERFORM 9200-LEER-CURSOR                                     00007300
              THRU 9200-LEER-CURSOR-EXIT                                00007310
                                                                        00007320
           .                                                            00007330
       1000-INICIO-EXIT.                                                00007340
           EXIT.                                                        00007350
                                                                        00007360
      ******************************************************************00007370
      ***                   1100-ABRIR-FICHEROS                     *** 00007380
      ***                   -------------------                     *** 00007390
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA. SE ABREN     *00007400
      * TODOS EN AMBOS MODOS; LOS QUE NO CORRESPONDEN AL MODO QUEDAN   *00007410
      * VACIOS.                                                        *00007420
      ******************************************************************00007430
       1100-ABRIR-FICHEROS.                                             00007440
                                                                        00007450
           OPEN OUTPUT KJBCESS1                                         00007460
                       KJBCESS2                                         00007470
                       KJBCESS3                                         00007480
                       KJBCESS4                                         00007490
                       KJBCESS5                                         00007491
                                                                        00007500
           IF  FS-KJBCESS1 NOT = CA-FS-OK                               00007510
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007520
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007530
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007540
               MOVE CA-KJBCESS1              TO WK-DDNAME               00007550
               MOVE FS-KJBCESS1              TO WK-FILE-STATUS          00007560
                                                                        00007570
               PERFORM 9000-CANCELACION                                 00007580
                  THRU 9000-CANCELACION-EXIT                            00007590
                                                                        00007600
           END-IF                                                       00007610
                                                                        00007620
           IF  FS-KJBCESS2 NOT = CA-FS-OK                               00007630
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007640
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007650
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007660
               MOVE CA-KJBCESS2              TO WK-DDNAME               00007670
               MOVE FS-KJBCESS2              TO WK-FILE-STATUS          00007680
                                                                        00007690
               PERFORM 9000-CANCELACION                                 00007700
                  THRU 9000-CANCELACION-EXIT                            00007710
                                                                        00007720
           END-IF                                                       00007730
                                                                        00007740
           IF  FS-KJBCESS3 NOT = CA-FS-OK                               00007750
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007760
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007770
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007780
               MOVE CA-KJBCESS3              TO WK-DDNAME               00007790
               MOVE FS-KJBCESS3              TO WK-FILE-STATUS          00007800
                                                                        00007810
               PERFORM 9000-CANCELACION                                 00007820
                  THRU 9000-CANCELACION-EXIT                            00007830
                                                                        00007840
           END-IF                                                       00007850
                                                                        00007860
           IF  FS-KJBCESS4 NOT = CA-FS-OK                               00007870
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007880
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007890
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007900
               MOVE CA-KJBCESS4              TO WK-DDNAME               00007910
               MOVE FS-KJBCESS4              TO WK-FILE-STATUS          00007920
                                                                        00007921
               PERFORM 9000-CANCELACION                                 00007922
                  THRU 9000-CANCELACION-EXIT                            00007923
                                                                        00007924
           END-IF                                                       00007925
                                                                        00007926
           IF  FS-KJBCESS5 NOT = CA-FS-OK                               00007927
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007928
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007929
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007930
               MOVE CA-KJBCESS5              TO WK-DDNAME               00007931
               MOVE FS-KJBCESS5              TO WK-FILE-STATUS          00007932
                                                                        00007933
               PERFORM 9000-CANCELACION                                 00007940
                  THRU 9000-CANCELACION-EXIT                            00007950
                                                                        00007960
           END-IF                                                       00007970
                                                                        00007980
           .                                                            00007990
       1100-ABRIR-FICHEROS-EXIT.                                        00008000
           EXIT.                                                        00008010
                                                                        00008020
      ******************************************************************00008030
      ***                   1200-ABRIR-CURSOR                       *** 00008040
      ***                   -----------------                       *** 00008050
      * SE DECLARAN LOS CURSORES Y SE ABRE EL DEL MODO DE EJECUCION:   *00008060
      * C-CANDIDATAS (MODO 'D'): POSICIONES CON SALDO POSITIVO SIN     *00008070
      *   MOVIMIENTO DESDE HACE MAS DE WK-ANOS-INACTIVIDAD ANOS, CON   *00008080
      *   ALGUN CONTRATO ASOCIADO Y NINGUNO VIGENTE EN MPDT007.        *00008090
      * C-DECLARADAS (MODO 'T'): POSICIONES DECLARADAS DEL EJERCICIO   *00008100
      *   PENDIENTES DE TRASPASO, CON SU SITUACION ACTUAL.             *00008110
      * C-TITULARES: CONTRATOS (TITULARES) DE LA POSICION EN CURSO.    *00008120
      ******************************************************************00008130
       1200-ABRIR-CURSOR.                                               00008140
                                                                        00008150
           EXEC SQL                                                     00008160
                DECLARE C-CANDIDATAS CURSOR FOR                         00008170
                SELECT P.G6524_IDEMPRD  , P.G6524_IDCENTD ,             00008180
                       P.G6524_IDPRODD  , P.G6524_CODSPROD,             00008190
                       P.G6524_CTOSALDO , P.G6524_CODMONSW,             00008200
                       P.G6524_IMPSLDC  , CHAR(P.G6524_CONTCUR),        00008210
                       CHAR(DATE(P.G6524_CONTCUR), ISO)                 00008220
                  FROM POS_DISP_PMAS P                                  00008230
                 WHERE P.G6524_IMPSLDC  > 0                             00008240
                   AND P.G6524_CONTCUR  <                               00008250
                       CURRENT TIMESTAMP - :WK-ANOS-DB2 YEARS           00008260
                   AND EXISTS                                           00008270
                      (SELECT 1                                         00008280
                         FROM POS_DISP_CONTR C                          00008290
                        WHERE C.G6554_IDEMPRD  = P.G6524_IDEMPRD        00008300
                          AND C.G6554_IDCENTD  = P.G6524_IDCENTD        00008310
                          AND C.G6554_IDPRODD  = P.G6524_IDPRODD        00008320
                          AND C.G6554_CODSPROD = P.G6524_CODSPROD)      00008330
                   AND NOT EXISTS                                       00008340
                      (SELECT 1                                         00008350
                         FROM POS_DISP_CONTR C                          00008360
                        INNER JOIN MPDT007 E                            00008370
                           ON E.E1003_CDGENTI  = C.G6554_IDEMPRD        00008380
                          AND E.E1003_CENTALTA = C.G6554_CENTALTA       00008390
                          AND E.E1003_CUENTNU  = C.G6554_CUENTNU        00008400
                        WHERE C.G6554_IDEMPRD  = P.G6524_IDEMPRD        00008410
                          AND C.G6554_IDCENTD  = P.G6524_IDCENTD        00008420
                          AND C.G6554_IDPRODD  = P.G6524_IDPRODD        00008430
                          AND C.G6554_CODSPROD = P.G6524_CODSPROD       00008440
                          AND E.E1003_FECBAJA  = '0001-01-01')          00008450
                 ORDER BY P.G6524_IDEMPRD , P.G6524_IDCENTD ,           00008460
                          P.G6524_IDPRODD , P.G6524_CODSPROD,           00008470
                          P.G6524_CTOSALDO, P.G6524_CODMONSW            00008480
           END-EXEC                                                     00008490
                                                                        00008500
           EXEC SQL                                                     00008510
                DECLARE C-DECLARADAS CURSOR FOR                         00008520
                SELECT A.G6557_IDEMPRD  , A.G6557_IDCENTD ,             00008530
                       A.G6557_IDPRODD  , A.G6557_CODSPROD,             00008540
                       A.G6557_CTOSALDO , A.G6557_CODMONSW,             00008550
                       A.G6557_IMPSLDC  , CHAR(A.G6557_CONTCURP),       00008560
                       CHAR(DATE(A.G6557_CONTCURP), ISO),               00008570
                       A.G6557_NUMTITUL ,                               00008580
                       CASE WHEN P.G6524_IDEMPRD IS NULL                00008590
                            THEN 'N' ELSE 'S' END,                      00008600
                       COALESCE(P.G6524_IMPSLDC, 0),                    00008610
                       COALESCE(CHAR(P.G6524_CONTCUR), ' ')             00008620
                  FROM POS_SALDO_ABAND A                                00008630
                  LEFT OUTER JOIN POS_DISP_PMAS P                       00008640
                    ON P.G6524_IDEMPRD  = A.G6557_IDEMPRD               00008650
                   AND P.G6524_IDCENTD  = A.G6557_IDCENTD               00008660
                   AND P.G6524_IDPRODD  = A.G6557_IDPRODD               00008670
                   AND P.G6524_CODSPROD = A.G6557_CODSPROD              00008680
                   AND P.G6524_CTOSALDO = A.G6557_CTOSALDO              00008690
                   AND P.G6524_CODMONSW = A.G6557_CODMONSW              00008700
                 WHERE A.G6557_EJERCICIO = :WK-EJERCICIO                00008710
                   AND A.G6557_ESTADO    = 'D'                          00008720
                 ORDER BY A.G6557_IDEMPRD , A.G6557_IDCENTD ,           00008730
                          A.G6557_IDPRODD , A.G6557_CODSPROD,           00008740
                          A.G6557_CTOSALDO, A.G6557_CODMONSW            00008750
           END-EXEC                                                     00008760
                                                                        00008770
           EXEC SQL                                                     00008780
                DECLARE C-TITULARES CURSOR FOR                          00008790
                SELECT DISTINCT                                         00008800
                       E.E1003_CENTALTA , E.E1003_CUENTNU ,             00008810
                       E.E1003_CLIIDENT , E.E1003_NOMREEMP,             00008820
                       E.E1003_OFIGESTO , CHAR(E.E1003_FECBAJA, ISO)    00008830
                  FROM POS_DISP_CONTR C                                 00008840
                 INNER JOIN MPDT007 E                                   00008850
                    ON E.E1003_CDGENTI  = C.G6554_IDEMPRD               00008860
                   AND E.E1003_CENTALTA = C.G6554_CENTALTA              00008870
                   AND E.E1003_CUENTNU  = C.G6554_CUENTNU               00008880
                 WHERE C.G6554_IDEMPRD  = :WF-IDEMPRD                   00008890
                   AND C.G6554_IDCENTD  = :WF-IDCENTD                   00008900
                   AND C.G6554_IDPRODD  = :WF-IDPRODD                   00008910
                   AND C.G6554_CODSPROD = :WF-CODSPROD                  00008920
                 ORDER BY E.E1003_CENTALTA, E.E1003_CUENTNU             00008930
           END-EXEC                                                     00008940
                                                                        00008950
           IF  MODO-DECLARACION                                         00008960
               EXEC SQL                                                 00008970
                    OPEN C-CANDIDATAS                                   00008980
               END-EXEC                                                 00008990
           ELSE                                                         00009000
               EXEC SQL                                                 00009010
                    OPEN C-DECLARADAS                                   00009020
               END-EXEC                                                 00009030
           END-IF                                                       00009040
                                                                        00009050
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009060
                                                                        00009070
           IF  NOT DB2-OK                                               00009080
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009090
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00009100
               MOVE CA-PRF-1200               TO WK-PARRAFO             00009110
               MOVE CA-KJBCCES                TO WK-RUTINA              00009120
               MOVE CA-POS-DISP-PMAS          TO WK-TABLA-DB2           00009130
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00009140
                                                                        00009150
               PERFORM 9000-CANCELACION                                 00009160
                  THRU 9000-CANCELACION-EXIT                            00009170
                                                                        00009180
           END-IF                                                       00009190
                                                                        00009200
           .                                                            00009210
       1200-ABRIR-CURSOR-EXIT.                                          00009220
           EXIT.                                                        00009230
                                                                        00009240
      ******************************************************************00009250
      ***                   1300-PREPARAR-EJERCICIO                 *** 00009260
      ***                   -----------------------                 *** 00009270
      * NO SE PERMITE DECLARAR DE NUEVO UN EJERCICIO CON POSICIONES YA *00009280
      * TRASPASADAS O EXCLUIDAS. SI SOLO TIENE POSICIONES DECLARADAS   *00009290
      * (RELANZAMIENTO ANTES DE LA CONFORMIDAD) SE ANULAN Y SE VUELVEN *00009300
      * A SELECCIONAR.                                                 *00009310
      ******************************************************************00009320
       1300-PREPARAR-EJERCICIO.                                         00009330
                                                                        00009340
           EXEC SQL                                                     00009350
                SELECT COUNT(*)                                         00009360
                  INTO :WK-NUM-TRASPASADAS                              00009370
                  FROM POS_SALDO_ABAND                                  00009380
                 WHERE G6557_EJERCICIO = :WK-EJERCICIO                  00009390
                   AND G6557_ESTADO   <> 'D'                            00009400
           END-EXEC                                                     00009410
                                                                        00009420
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009430
                                                                        00009440
           IF  NOT DB2-OK                                               00009450
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009460
               MOVE CA-ERR-ABANDONO           TO WK-DESCRIPCION         00009470
               MOVE CA-PRF-1300               TO WK-PARRAFO             00009480
               MOVE CA-KJBCCES                TO WK-RUTINA              00009490
               MOVE CA-POS-SALDO-ABAND        TO WK-TABLA-DB2           00009500
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00009510
                                                                        00009520
               PERFORM 9000-CANCELACION                                 00009530
                  THRU 9000-CANCELACION-EXIT                            00009540
                                                                        00009550
           END-IF                                                       00009560
                                                                        00009570
           IF  WK-NUM-TRASPASADAS > ZEROES                              00009580
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00009590
               MOVE CA-ERR-YA-TRASPASADO      TO WK-DESCRIPCION         00009600
               MOVE CA-PRF-1300               TO WK-PARRAFO             00009610
                                                                        00009620
               PERFORM 9000-CANCELACION                                 00009630
                  THRU 9000-CANCELACION-EXIT                            00009640
                                                                        00009650
           END-IF                                                       00009660
                                                                        00009670
           EXEC SQL                                                     00009680
                DELETE FROM POS_SALDO_ABAND                             00009690
                 WHERE G6557_EJERCICIO = :WK-EJERCICIO                  00009700
                   AND G6557_ESTADO    = 'D'                            00009710
           END-EXEC                                                     00009720
                                                                        00009730
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009740
                                                                        00009750
           EVALUATE  TRUE                                               00009760
               WHEN  DB2-OK                                             00009770
                     MOVE SQLERRD (3)         TO CT-BORRADAS            00009780
               WHEN  DB2-CLV-NOT-FOUND                                  00009790
                     CONTINUE                                           00009800
               WHEN  OTHER                                              00009810
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00009820
                     MOVE CA-ERR-ABANDONO     TO WK-DESCRIPCION         00009830
                     MOVE CA-PRF-1300         TO WK-PARRAFO             00009840
                     MOVE CA-KJBCCES          TO WK-RUTINA              00009850
                     MOVE CA-POS-SALDO-ABAND  TO WK-TABLA-DB2           00009860
                     MOVE CA-DELETE           TO WK-DATOS-ACCESO        00009870
                                                                        00009880
                     PERFORM 9000-CANCELACION                           00009890
                        THRU 9000-CANCELACION-EXIT                      00009900
                                                                        00009910
           END-EVALUATE                                                 00009920
                                                                        00009930
           .                                                            00009940
       1300-PREPARAR-EJERCICIO-EXIT.                                    00009950
           EXIT.                                                        00009960
                                                                        00009970
      ******************************************************************00009980
      ***                   2000-PROCESO                            *** 00009990
      ***                   ------------                            *** 00010000
      * SE DECLARA (MODO 'D') O SE TRASPASA (MODO 'T') LA POSICION     *00010010
      * LEIDA Y SE LEE LA SIGUIENTE.                                   *00010020
      ******************************************************************00010030
       2000-PROCESO.                                                    00010040
                                                                        00010050
           ADD CN-1                          TO CT-REG-LEIDOS           00010060
                                                                        00010070
           IF  MODO-DECLARACION                                         00010080
               PERFORM 2100-DECLARAR-POSICION                           00010090
                  THRU 2100-DECLARAR-POSICION-EXIT                      00010100
           ELSE                                                         00010110
               PERFORM 2300-TRASPASAR-POSICION                          00010120
                  THRU 2300-TRASPASAR-POSICION-EXIT                     00010130
           END-IF                                                       00010140
                                                                        00010150
           PERFORM 9200-LEER-CURSOR                                     00010160
              THRU 9200-LEER-CURSOR-EXIT                                00010170
                                                                        00010180
           .                                                            00010190
       2000-PROCESO-EXIT.                                               00010200
           EXIT.                                                        00010210
                                                                        00010220
      ******************************************************************00010230
      ***                   2100-DECLARAR-POSICION                  *** 00010240
      ***                   ----------------------                  *** 00010250
      * SE ESCRIBE LA POSICION EN LA DECLARACION SEGUIDA DE SUS        *00010260
      * TITULARES, SE REGISTRA EN POS_SALDO_ABAND Y SE LISTA.          *00010270
      ******************************************************************00010280
       2100-DECLARAR-POSICION.                                          00010290
                                                                        00010300
           PERFORM 2110-CONTAR-TITULARES                                00010310
              THRU 2110-CONTAR-TITULARES-EXIT                           00010320
                                                                        00010330
           ADD CN-1                           TO CT-SECUENCIA           00010340
           ADD WF-IMPSLDC                     TO WK-TOTAL-IMPORTES      00010350
                                                                        00010360
           INITIALIZE WK-REG-POSICION                                   00010370
           MOVE CA-TIPO-POSICION              TO WD-TIPO-REG            00010380
           MOVE CT-SECUENCIA                  TO WD-SECUENCIA           00010390
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00010400
           MOVE WF-IDCENTD                    TO WD-IDCENTD             00010410
           MOVE WF-IDPRODD                    TO WD-IDPRODD             00010420
           MOVE WF-CODSPROD                   TO WD-CODSPROD            00010430
           MOVE WF-CTOSALDO                   TO WD-CTOSALDO            00010440
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00010450
           MOVE WF-FECULTMOV                  TO WD-FECULTMOV           00010460
           MOVE WF-NUM-TITULARES              TO WD-NUM-TITULARES       00010470
                                                                        00010480
           IF  WF-IMPSLDC < ZEROES                                      00010490
               MOVE CA-SIGNO-MENOS            TO WD-SIGNO               00010500
               COMPUTE WK-IMPORTE-ABS = ZEROES - WF-IMPSLDC             00010510
           ELSE                                                         00010520
               MOVE CA-SIGNO-MAS              TO WD-SIGNO               00010530
               MOVE WF-IMPSLDC                TO WK-IMPORTE-ABS         00010540
           END-IF                                                       00010550
           MOVE WK-IMPORTE-ABS                TO WD-IMPSLDC             00010560
                                                                        00010570
           MOVE WK-REG-POSICION               TO REG-KJBCESS1           00010580
                                                                        00010590
           PERFORM 2600-ESCRIBIR-DECLARACION                            00010600
              THRU 2600-ESCRIBIR-DECLARACION-EXIT                       00010610
                                                                        00010620
           PERFORM 2120-DECLARAR-TITULARES                              00010630
              THRU 2120-DECLARAR-TITULARES-EXIT                         00010640
                                                                        00010650
           PERFORM 2140-ALTA-ABANDONO                                   00010660
              THRU 2140-ALTA-ABANDONO-EXIT                              00010670
                                                                        00010680
           MOVE WF-IMPSLDC                    TO WF-IMPSLDC-ACT         00010690
           MOVE CA-OBS-DECLARADA              TO WL-SITUACION           00010700
                                                                        00010710
           PERFORM 2400-LISTAR-POSICION                                 00010720
              THRU 2400-LISTAR-POSICION-EXIT                            00010730
                                                                        00010740
           ADD CN-1                           TO CT-DECLARADAS          00010750
                                                                        00010760
           .                                                            00010770
       2100-DECLARAR-POSICION-EXIT.                                     00010780
           EXIT.                                                        00010790
                                                                        00010800
      ******************************************************************00010810
      ***                   2110-CONTAR-TITULARES                   *** 00010820
      ***                   ---------------------                   *** 00010830
      * SE CUENTAN LOS CONTRATOS (TITULARES) DISTINTOS DE LA POSICION. *00010840
      ******************************************************************00010850
       2110-CONTAR-TITULARES.                                           00010860
                                                                        00010870
           EXEC SQL                                                     00010880
                SELECT COUNT(DISTINCT E.E1003_CENTALTA CONCAT           00010890
                                      E.E1003_CUENTNU)                  00010900
                  INTO :WF-NUM-TITULARES                                00010910
                  FROM POS_DISP_CONTR C                                 00010920
                 INNER JOIN MPDT007 E                                   00010930
                    ON E.E1003_CDGENTI  = C.G6554_IDEMPRD               00010940
                   AND E.E1003_CENTALTA = C.G6554_CENTALTA              00010950
                   AND E.E1003_CUENTNU  = C.G6554_CUENTNU               00010960
                 WHERE C.G6554_IDEMPRD  = :WF-IDEMPRD                   00010970
                   AND C.G6554_IDCENTD  = :WF-IDCENTD                   00010980
                   AND C.G6554_IDPRODD  = :WF-IDPRODD                   00010990
                   AND C.G6554_CODSPROD = :WF-CODSPROD                  00011000
           END-EXEC                                                     00011010
                                                                        00011020
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011030
                                                                        00011040
           IF  NOT DB2-OK                                               00011050
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00011060
               MOVE CA-ERR-TITULARES          TO WK-DESCRIPCION         00011070
               MOVE CA-PRF-2110               TO WK-PARRAFO             00011080
               MOVE CA-KJBCCES                TO WK-RUTINA              00011090
               MOVE CA-POS-DISP-CONTR         TO WK-TABLA-DB2           00011100
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00011110
                                                                        00011120
               PERFORM 9000-CANCELACION                                 00011130
                  THRU 9000-CANCELACION-EXIT                            00011140
                                                                        00011150
           END-IF                                                       00011160
                                                                        00011170
           .                                                            00011180
       2110-CONTAR-TITULARES-EXIT.                                      00011190
           EXIT.                                                        00011200
                                                                        00011210
      ******************************************************************00011220
      ***                   2120-DECLARAR-TITULARES                 *** 00011230
      ***                   -----------------------                 *** 00011240
      * SE RECORREN LOS TITULARES DE LA POSICION PARA LA DECLARACION Y *00011250
      * LAS CARTAS DE PREAVISO.                                        *00011260
      ******************************************************************00011270
       2120-DECLARAR-TITULARES.                                         00011280
                                                                        00011290
           MOVE ZEROES                        TO CT-TITULAR-POSICION    00011300
           SET NO-FIN-TITULARES               TO TRUE                   00011310
                                                                        00011320
           EXEC SQL                                                     00011330
                OPEN C-TITULARES                                        00011340
           END-EXEC                                                     00011350
                                                                        00011360
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011370
                                                                        00011380
           IF  NOT DB2-OK                                               00011390
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00011400
               MOVE CA-ERR-TITULARES          TO WK-DESCRIPCION         00011410
               MOVE CA-PRF-2120               TO WK-PARRAFO             00011420
               MOVE CA-KJBCCES                TO WK-RUTINA              00011430
               MOVE CA-POS-DISP-CONTR         TO WK-TABLA-DB2           00011440
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00011450
                                                                        00011460
               PERFORM 9000-CANCELACION                                 00011470
                  THRU 9000-CANCELACION-EXIT                            00011480
                                                                        00011490
           END-IF                                                       00011500
                                                                        00011510
           PERFORM 9300-LEER-TITULARES                                  00011520
              THRU 9300-LEER-TITULARES-EXIT                             00011530
                                                                        00011540
           PERFORM 2130-TRATAR-TITULAR                                  00011550
              THRU 2130-TRATAR-TITULAR-EXIT                             00011560
             UNTIL SI-FIN-TITULARES                                     00011570
                                                                        00011580
           EXEC SQL                                                     00011590
                CLOSE C-TITULARES                                       00011600
           END-EXEC                                                     00011610
                                                                        00011620
           .                                                            00011630
       2120-DECLARAR-TITULARES-EXIT.                                    00011640
           EXIT.                                                        00011650
                                                                        00011660
      ******************************************************************00011670
      ***                   2130-TRATAR-TITULAR                     *** 00011680
      ***                   -------------------                     *** 00011690
      * SE ESCRIBE EL TITULAR EN LA DECLARACION Y SE COMPONE SU CARTA  *00011700
      * DE PREAVISO, QUE SE ENTREGA POR SU CANAL.                      *00011710
      ******************************************************************00011720
       2130-TRATAR-TITULAR.                                             00011730
                                                                        00011740
           ADD CN-1                           TO CT-TITULAR-POSICION    00011750
                                                 CT-TITULARES           00011760
                                                                        00011770
           INITIALIZE WK-REG-TITULAR                                    00011780
           MOVE CA-TIPO-TITULAR               TO WT-TIPO-REG            00011790
           MOVE CT-SECUENCIA                  TO WT-SECUENCIA           00011800
           MOVE CT-TITULAR-POSICION           TO WT-NUM-TITULAR         00011810
           MOVE WF-IDEMPRD                    TO WT-CDGENTI             00011820
           MOVE WT-F-CENTALTA                 TO WT-CENTALTA            00011830
           MOVE WT-F-CUENTNU                  TO WT-CUENTNU             00011840
           MOVE WT-F-CLIIDENT                 TO WT-CLIIDENT            00011850
           MOVE WT-F-NOMBRE                   TO WT-NOMBRE              00011860
           MOVE WT-F-FECBAJA                  TO WT-FECBAJA             00011870
                                                                        00011880
           MOVE WK-REG-TITULAR                TO REG-KJBCESS1           00011890
                                                                        00011900
           PERFORM 2600-ESCRIBIR-DECLARACION                            00011910
              THRU 2600-ESCRIBIR-DECLARACION-EXIT                       00011920
                                                                        00011930
           INITIALIZE REG-KJBCESS2                                      00011940
           MOVE WK-EJERCICIO                  TO RP-EJERCICIO           00011950
           MOVE WK-FECHA-PROCESO              TO RP-FECHA-DECLARACION   00011960
           MOVE WT-F-CLIIDENT                 TO RP-CLIIDENT            00011970
           MOVE WT-F-NOMBRE                   TO RP-NOMBRE              00011980
           MOVE WT-F-OFIGESTO                 TO RP-OFIGESTO            00011990
           MOVE WT-F-CENTALTA                 TO RP-CENTALTA            00012000
           MOVE WT-F-CUENTNU                  TO RP-CUENTNU             00012010
           MOVE WF-IDEMPRD                    TO RP-IDEMPRD             00012020
           MOVE WF-IDCENTD                    TO RP-IDCENTD             00012030
           MOVE WF-IDPRODD                    TO RP-IDPRODD             00012040
           MOVE WF-CODSPROD                   TO RP-CODSPROD            00012050
           MOVE WF-CTOSALDO                   TO RP-CTOSALDO            00012060
           MOVE WF-CODMONSW                   TO RP-CODMONSW            00012070
           MOVE WD-SIGNO                      TO RP-SIGNO               00012080
           MOVE WK-IMPORTE-ABS                TO RP-IMPSLDC             00012090
           MOVE WF-FECULTMOV                  TO RP-FECULTMOV           00012100
                                                                        00012110
           PERFORM 2135-ENTREGAR-PREAVISO                               00012111
              THRU 2135-ENTREGAR-PREAVISO-EXIT                          00012112
                                                                        00012113
           PERFORM 9300-LEER-TITULARES                                  00012114
              THRU 9300-LEER-TITULARES-EXIT                             00012115
                                                                        00012116
           .                                                            00012117
       2130-TRATAR-TITULAR-EXIT.                                        00012118
           EXIT.                                                        00012119
                                                                        00012120
      ******************************************************************00012121
      ***                   2135-ENTREGAR-PREAVISO                  *** 00012122
      ***                   ----------------------                  *** 00012123
      * SE CONSULTA CON KJBCCCP EL CANAL DEL TITULAR: LA CARTA EN      *00012124
      * PAPEL SE ESCRIBE EN KJBCESS2 Y LA ELECTRONICA, CON SU          *00012125
      * DIRECCION, EN KJBCESS5 ('AMBOS' EN LOS DOS).                   *00012126
      ******************************************************************00012127
       2135-ENTREGAR-PREAVISO.                                          00012128
                                                                        00012129
           INITIALIZE KJYCCCP                                           00012130
                                                                        00012131
           MOVE WT-F-CENTALTA                 TO KJYCCCP-CENTALTA       00012132
           MOVE WT-F-CUENTNU                  TO KJYCCCP-CUENTNU        00012133
           MOVE CA-TIPCORR-PREAVISO           TO KJYCCCP-TIPCORR        00012134
           MOVE WK-FECHA-PROCESO              TO KJYCCCP-FECHA-ENVIO    00012135
                                                                        00012136
           CALL CA-KJBCCCP               USING KJYCCCP                  00012137
                                                                        00012138
           IF  KJYCCCP-RETORNO NOT = CA-00                              00012139
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00012140
               MOVE CA-ERR-RUTINA             TO WK-DESCRIPCION         00012141
               MOVE CA-PRF-2135               TO WK-PARRAFO             00012142
               MOVE KJYCCCP-DESCRIPCION       TO WK-DATOS-REGISTRO      00012143
                                                                        00012144
               PERFORM 9000-CANCELACION                                 00012145
                  THRU 9000-CANCELACION-EXIT                            00012146
                                                                        00012147
           END-IF                                                       00012148
                                                                        00012149
           MOVE KJYCCCP-CANAL                 TO SW-CANAL-ENVIO         00012150
                                                                        00012151
           IF  ENVIO-ELECTRONICO                                        00012152
               MOVE SPACES                    TO REG-KJBCESS5           00012153
               MOVE REG-KJBCESS2              TO RV-PREAVISO            00012154
               MOVE KJYCCCP-CANAL             TO RV-CANAL               00012155
               MOVE KJYCCCP-DIRELEC           TO RV-DIRELEC             00012156
                                                                        00012157
               WRITE REG-KJBCESS5                                       00012158
                                                                        00012159
               IF  FS-KJBCESS5 NOT = CA-FS-OK                           00012160
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00012161
                   MOVE CA-ERR-ESCRIBIR       TO WK-DESCRIPCION         00012162
                   MOVE CA-PRF-2135           TO WK-PARRAFO             00012163
                   MOVE CA-KJBCESS5           TO WK-DDNAME              00012164
                   MOVE FS-KJBCESS5           TO WK-FILE-STATUS         00012165
                   MOVE REG-KJBCESS5          TO WK-DATOS-REGISTRO      00012166
                                                                        00012167
                   PERFORM 9000-CANCELACION                             00012168
                      THRU 9000-CANCELACION-EXIT                        00012169
                                                                        00012170
               END-IF                                                   00012171
                                                                        00012172
               ADD CN-1                       TO CT-PREAVISOS-ELECTR    00012173
           END-IF                                                       00012174
                                                                        00012175
           IF  NOT ENVIO-PAPEL                                          00012176
               GO TO 2135-ENTREGAR-PREAVISO-EXIT                        00012177
           END-IF                                                       00012178
                                                                        00012179
           WRITE REG-KJBCESS2                                           00012180
                                                                        00012181
           IF  FS-KJBCESS2 NOT = CA-FS-OK                               00012182
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012183
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012184
               MOVE CA-PRF-2135              TO WK-PARRAFO              00012185
               MOVE CA-KJBCESS2              TO WK-DDNAME               00012186
               MOVE FS-KJBCESS2              TO WK-FILE-STATUS          00012190
               MOVE REG-KJBCESS2             TO WK-DATOS-REGISTRO       00012200
                                                                        00012210
               PERFORM 9000-CANCELACION                                 00012220
                  THRU 9000-CANCELACION-EXIT                            00012230
                                                                        00012240
           END-IF                                                       00012250
                                                                        00012260
           .                                                            00012300
       2135-ENTREGAR-PREAVISO-EXIT.                                     00012310
           EXIT.                                                        00012320
                                                                        00012330
      ******************************************************************00012340
      ***                   2140-ALTA-ABANDONO                      *** 00012350
      ***                   ------------------                      *** 00012360
      * SE REGISTRA LA POSICION DECLARADA EN POS_SALDO_ABAND CON LA    *00012370
      * MARCA DE ULTIMO MOVIMIENTO, PARA DETECTAR EN EL TRASPASO SI HA *00012380
      * TENIDO ACTIVIDAD DESDE LA DECLARACION.                         *00012390
      ******************************************************************00012400
       2140-ALTA-ABANDONO.                                              00012410
                                                                        00012420
           MOVE WK-EJERCICIO                  TO G6557-EJERCICIO        00012430
           MOVE WF-IDEMPRD                    TO G6557-IDEMPRD          00012440
           MOVE WF-IDCENTD                    TO G6557-IDCENTD          00012450
           MOVE WF-IDPRODD                    TO G6557-IDPRODD          00012460
           MOVE WF-CODSPROD                   TO G6557-CODSPROD         00012470
           MOVE WF-CTOSALDO                   TO G6557-CTOSALDO         00012480
           MOVE WF-CODMONSW                   TO G6557-CODMONSW         00012490
           MOVE WF-IMPSLDC                    TO G6557-IMPSLDC          00012500
           MOVE WF-CONTCUR                    TO G6557-CONTCURP         00012510
           MOVE WF-NUM-TITULARES              TO G6557-NUMTITUL         00012520
           MOVE CA-ESTADO-DECLARADA           TO G6557-ESTADO           00012530
           MOVE WK-FECHA-PROCESO              TO G6557-FECDECLA         00012540
           MOVE SPACES                        TO G6557-USUFIRMA         00012550
           MOVE CA-FECHA-SIN-TRASPASO         TO G6557-FECTRASP         00012560
                                                                        00012570
           EXEC SQL                                                     00012580
                INSERT INTO POS_SALDO_ABAND                             00012590
                      (G6557_EJERCICIO, G6557_IDEMPRD  ,                00012600
                       G6557_IDCENTD  , G6557_IDPRODD  ,                00012610
                       G6557_CODSPROD , G6557_CTOSALDO ,                00012620
                       G6557_CODMONSW , G6557_IMPSLDC  ,                00012630
                       G6557_CONTCURP , G6557_NUMTITUL ,                00012640
                       G6557_ESTADO   , G6557_FECDECLA ,                00012650
                       G6557_USUFIRMA , G6557_FECTRASP ,                00012660
                       G6557_CONTCUR)                                   00012670
                VALUES                                                  00012680
                      (:G6557-EJERCICIO, :G6557-IDEMPRD  ,              00012690
                       :G6557-IDCENTD  , :G6557-IDPRODD  ,              00012700
                       :G6557-CODSPROD , :G6557-CTOSALDO ,              00012710
                       :G6557-CODMONSW , :G6557-IMPSLDC  ,              00012720
                       :G6557-CONTCURP , :G6557-NUMTITUL ,              00012730
                       :G6557-ESTADO   , :G6557-FECDECLA ,              00012740
                       :G6557-USUFIRMA , :G6557-FECTRASP ,              00012750
                       CURRENT TIMESTAMP)                               00012760
           END-EXEC                                                     00012770
                                                                        00012780
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012790
                                                                        00012800
           IF  NOT DB2-OK                                               00012810
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00012820
               MOVE CA-ERR-ABANDONO           TO WK-DESCRIPCION         00012830
               MOVE CA-PRF-2140               TO WK-PARRAFO             00012840
               MOVE CA-KJBCCES                TO WK-RUTINA              00012850
               MOVE CA-POS-SALDO-ABAND        TO WK-TABLA-DB2           00012860
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00012870
                                                                        00012880
               PERFORM 9000-CANCELACION                                 00012890
                  THRU 9000-CANCELACION-EXIT                            00012900
                                                                        00012910
           END-IF                                                       00012920
                                                                        00012930
           .                                                            00012940
       2140-ALTA-ABANDONO-EXIT.                                         00012950
           EXIT.                                                        00012960
                                                                        00012970
      ******************************************************************00012980
      ***                   2300-TRASPASAR-POSICION                 *** 00012990
      ***                   -----------------------                 *** 00013000
      * SI LA POSICION DECLARADA SIGUE SIN MOVIMIENTO Y CON EL MISMO   *00013010
      * SALDO SE GENERA SU REVERSA Y SE MARCA COMO TRASPASADA; EN OTRO *00013020
      * CASO SE MARCA COMO EXCLUIDA Y NO SE TOCA SU SALDO.             *00013030
      ******************************************************************00013040
       2300-TRASPASAR-POSICION.                                         00013050
                                                                        00013060
           EVALUATE  TRUE                                               00013070
               WHEN  NOT WF-SI-EXISTE-POSICION                          00013080
                     MOVE CA-OBS-SIN-POSICION TO WL-SITUACION           00013090
                     MOVE CA-ESTADO-EXCLUIDA  TO G6557-ESTADO           00013100
               WHEN  WF-CONTCUR-ACT NOT = WF-CONTCUR                    00013110
                     MOVE CA-OBS-CON-MOVIMIENTO                         00013120
                                              TO WL-SITUACION           00013130
                     MOVE CA-ESTADO-EXCLUIDA  TO G6557-ESTADO           00013140
               WHEN  WF-IMPSLDC-ACT NOT = WF-IMPSLDC                    00013150
                     MOVE CA-OBS-SALDO-DISTINTO                         00013160
                                              TO WL-SITUACION           00013170
                     MOVE CA-ESTADO-EXCLUIDA  TO G6557-ESTADO           00013180
               WHEN  OTHER                                              00013190
                     MOVE CA-OBS-TRASPASADA   TO WL-SITUACION           00013200
                     MOVE CA-ESTADO-TRASPASADA                          00013210
                                              TO G6557-ESTADO           00013220
           END-EVALUATE                                                 00013230
                                                                        00013240
           IF  G6557-ESTADO = CA-ESTADO-TRASPASADA                      00013250
               PERFORM 2310-GENERAR-REVERSA                             00013260
                  THRU 2310-GENERAR-REVERSA-EXIT                        00013270
                                                                        00013280
               ADD CN-1                       TO CT-TRASPASADAS         00013290
               ADD WF-IMPSLDC                 TO WK-TOTAL-IMPORTES      00013300
           ELSE                                                         00013310
               ADD CN-1                       TO CT-EXCLUIDAS           00013320
           END-IF                                                       00013330
                                                                        00013340
           PERFORM 2320-ACTUALIZAR-ABANDONO                             00013350
              THRU 2320-ACTUALIZAR-ABANDONO-EXIT                        00013360
                                                                        00013370
           PERFORM 2400-LISTAR-POSICION                                 00013380
              THRU 2400-LISTAR-POSICION-EXIT                            00013390
                                                                        00013400
           .                                                            00013410
       2300-TRASPASAR-POSICION-EXIT.                                    00013420
           EXIT.                                                        00013430
                                                                        00013440
      ******************************************************************00013450
      ***                   2310-GENERAR-REVERSA                    *** 00013460
      ***                   --------------------                    *** 00013470
      * SE ESCRIBE EL MOVIMIENTO REVERSE DE LA POSICION EN FORMATO     *00013480
      * KJBCRLE1. EL IMPORTE VIAJA A CERO: LA RUTINA KJBCCPD PONE EL   *00013490
      * SALDO CONSOLIDADO A CERO EN LAS REVERSAS.                      *00013500
      ******************************************************************00013510
       2310-GENERAR-REVERSA.                                            00013520
                                                                        00013530
           MOVE WF-IDEMPRD                    TO RS-IDEMPR              00013540
           MOVE WF-IDCENTD                    TO RS-IDCENT              00013550
           MOVE WF-IDPRODD                    TO RS-IDPROD              00013560
           MOVE WF-CODSPROD                   TO RS-CODSPROD            00013570
           MOVE WF-CTOSALDO                   TO RS-CTOSALDO            00013580
           MOVE WF-CODMONSW                   TO RS-CODMONSW            00013590
           MOVE ZEROES                        TO RS-IMPORTE-CONSO       00013600
           MOVE WK-DIA-CONTABLE               TO RS-DIA-CONTABLE        00013610
           MOVE WK-FECHA-CONTABLE             TO RS-FECHA-CONTABLE      00013620
           MOVE CA-REVERSE                    TO RS-TIPO-OPER           00013630
           MOVE SPACES                        TO RS-CENTALTA            00013640
                                                 RS-CUENTNU             00013650
                                                                        00013660
           WRITE REG-KJBCESS3                                           00013670
                                                                        00013680
           IF  FS-KJBCESS3 NOT = CA-FS-OK                               00013690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013700
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013710
               MOVE CA-PRF-2310              TO WK-PARRAFO              00013720
               MOVE CA-KJBCESS3              TO WK-DDNAME               00013730
               MOVE FS-KJBCESS3              TO WK-FILE-STATUS          00013740
               MOVE REG-KJBCESS3             TO WK-DATOS-REGISTRO       00013750
                                                                        00013760
               PERFORM 9000-CANCELACION                                 00013770
                  THRU 9000-CANCELACION-EXIT                            00013780
                                                                        00013790
           END-IF                                                       00013800
                                                                        00013810
           .                                                            00013820
       2310-GENERAR-REVERSA-EXIT.                                       00013830
           EXIT.                                                        00013840
                                                                        00013850
      ******************************************************************00013860
      ***                   2320-ACTUALIZAR-ABANDONO                *** 00013870
      ***                   ------------------------                *** 00013880
      * SE ANOTA EN POS_SALDO_ABAND EL RESULTADO DEL TRASPASO CON EL   *00013890
      * USUARIO QUE DIO LA CONFORMIDAD Y LA FECHA.                     *00013900
      ******************************************************************00013910
       2320-ACTUALIZAR-ABANDONO.                                        00013920
                                                                        00013930
           MOVE WK-USUARIO-FIRMA              TO G6557-USUFIRMA         00013940
           MOVE WK-FECHA-PROCESO              TO G6557-FECTRASP         00013950
                                                                        00013960
           EXEC SQL                                                     00013970
                UPDATE POS_SALDO_ABAND                                  00013980
                   SET G6557_ESTADO    = :G6557-ESTADO  ,               00013990
                       G6557_USUFIRMA  = :G6557-USUFIRMA,               00014000
                       G6557_FECTRASP  = :G6557-FECTRASP,               00014010
                       G6557_CONTCUR   = CURRENT TIMESTAMP              00014020
                 WHERE G6557_EJERCICIO = :WK-EJERCICIO                  00014030
                   AND G6557_IDEMPRD   = :WF-IDEMPRD                    00014040
                   AND G6557_IDCENTD   = :WF-IDCENTD                    00014050
                   AND G6557_IDPRODD   = :WF-IDPRODD                    00014060
                   AND G6557_CODSPROD  = :WF-CODSPROD                   00014070
                   AND G6557_CTOSALDO  = :WF-CTOSALDO                   00014080
                   AND G6557_CODMONSW  = :WF-CODMONSW                   00014090
           END-EXEC                                                     00014100
                                                                        00014110
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00014120
                                                                        00014130
           IF  NOT DB2-OK                                               00014140
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00014150
               MOVE CA-ERR-ABANDONO           TO WK-DESCRIPCION         00014160
               MOVE CA-PRF-2320               TO WK-PARRAFO             00014170
               MOVE CA-KJBCCES                TO WK-RUTINA              00014180
               MOVE CA-POS-SALDO-ABAND        TO WK-TABLA-DB2           00014190
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00014200
                                                                        00014210
               PERFORM 9000-CANCELACION                                 00014220
                  THRU 9000-CANCELACION-EXIT                            00014230
                                                                        00014240
           END-IF                                                       00014250
                                                                        00014260
           .                                                            00014270
       2320-ACTUALIZAR-ABANDONO-EXIT.                                   00014280
           EXIT.                                                        00014290
                                                                        00014300
      ******************************************************************00014310
      ***                   2400-LISTAR-POSICION                    *** 00014320
      ***                   --------------------                    *** 00014330
      * SE ESCRIBE LA LINEA DE DETALLE DE LA POSICION EN EL LISTADO.   *00014340
      ******************************************************************00014350
       2400-LISTAR-POSICION.                                            00014360
                                                                        00014370
           MOVE WF-IDEMPRD                    TO WL-IDEMPRD             00014380
           MOVE WF-IDCENTD                    TO WL-IDCENTD             00014390
           MOVE WF-IDPRODD                    TO WL-IDPRODD             00014400
           MOVE WF-CODSPROD                   TO WL-CODSPROD            00014410
           MOVE WF-CTOSALDO                   TO WL-CTOSALDO            00014420
           MOVE WF-CODMONSW                   TO WL-CODMONSW            00014430
           MOVE WF-IMPSLDC                    TO WL-IMPSLDC             00014440
           MOVE WF-IMPSLDC-ACT                TO WL-IMPSLDC-ACT         00014450
           MOVE WF-FECULTMOV                  TO WL-FECULTMOV           00014460
           MOVE WF-NUM-TITULARES              TO WL-NUM-TITULARES       00014470
                                                                        00014480
           MOVE WK-LINEA-DETALLE              TO REG-KJBCESS4           00014490
                                                                        00014500
           PERFORM 2500-ESCRIBIR-LINEA                                  00014510
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00014520
                                                                        00014530
           .                                                            00014540
       2400-LISTAR-POSICION-EXIT.                                       00014550
           EXIT.                                                        00014560
                                                                        00014570
      ******************************************************************00014580
      ***                   2500-ESCRIBIR-LINEA                     *** 00014590
      ***                   -------------------                     *** 00014600
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00014610
      ******************************************************************00014620
       2500-ESCRIBIR-LINEA.                                             00014630
                                                                        00014640
           WRITE REG-KJBCESS4                                           00014650
                                                                        00014660
           IF  FS-KJBCESS4 NOT = CA-FS-OK                               00014670
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014680
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00014690
               MOVE CA-PRF-2500              TO WK-PARRAFO              00014700
               MOVE CA-KJBCESS4              TO WK-DDNAME               00014710
               MOVE FS-KJBCESS4              TO WK-FILE-STATUS          00014720
               MOVE REG-KJBCESS4             TO WK-DATOS-REGISTRO       00014730
                                                                        00014740
               PERFORM 9000-CANCELACION                                 00014750
                  THRU 9000-CANCELACION-EXIT                            00014760
                                                                        00014770
           END-IF                                                       00014780
                                                                        00014790
           .                                                            00014800
       2500-ESCRIBIR-LINEA-EXIT.                                        00014810
           EXIT.                                                        00014820
                                                                        00014830
      ******************************************************************00014840
      ***                   2600-ESCRIBIR-DECLARACION               *** 00014850
      ***                   -------------------------               *** 00014860
      * SE ESCRIBE EL REGISTRO PREPARADO EN LA DECLARACION.            *00014870
      ******************************************************************00014880
       2600-ESCRIBIR-DECLARACION.                                       00014890
                                                                        00014900
           WRITE REG-KJBCESS1                                           00014910
                                                                        00014920
           IF  FS-KJBCESS1 NOT = CA-FS-OK                               00014930
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014940
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00014950
               MOVE CA-PRF-2600              TO WK-PARRAFO              00014960
               MOVE CA-KJBCESS1              TO WK-DDNAME               00014970
               MOVE FS-KJBCESS1              TO WK-FILE-STATUS          00014980
               MOVE REG-KJBCESS1             TO WK-DATOS-REGISTRO       00014990
                                                                        00015000
               PERFORM 9000-CANCELACION                                 00015010
                  THRU 9000-CANCELACION-EXIT                            00015020
                                                                        00015030
           END-IF                                                       00015040
                                                                        00015050
           .                                                            00015060
       2600-ESCRIBIR-DECLARACION-EXIT.                                  00015070
           EXIT.                                                        00015080
                                                                        00015090
      ******************************************************************00015100
      ***                   3000-FIN                                *** 00015110
      ***                   --------                                *** 00015120
      * SE ESCRIBEN LA COLA DE LA DECLARACION (MODO 'D') O LA DEL      *00015130
      * FICHERO DE REVERSAS (MODO 'T') Y EL TOTAL DEL LISTADO, SE      *00015140
      * CONFIRMAN LOS CAMBIOS, SE CIERRAN CURSOR Y FICHEROS, SE        *00015150
      * MUESTRAN LAS ESTADISTICAS Y SE FIJA EL CONDITION CODE SI HAY   *00015160
      * POSICIONES EXCLUIDAS DEL TRASPASO.                             *00015170
      ******************************************************************00015180
       3000-FIN.                                                        00015190
                                                                        00015200
           IF  MODO-DECLARACION                                         00015210
               INITIALIZE WK-REG-COLA                                   00015220
               MOVE CA-TIPO-COLA              TO WQ-TIPO-REG            00015230
               MOVE CT-DECLARADAS             TO WQ-NUM-POSICIONES      00015240
               MOVE CT-TITULARES              TO WQ-NUM-TITULARES       00015250
               IF  WK-TOTAL-IMPORTES < ZEROES                           00015260
                   MOVE CA-SIGNO-MENOS        TO WQ-SIGNO-TOTAL         00015270
                   COMPUTE WQ-TOTAL-IMPORTES =                          00015280
                           ZEROES - WK-TOTAL-IMPORTES                   00015290
               ELSE                                                     00015300
                   MOVE CA-SIGNO-MAS          TO WQ-SIGNO-TOTAL         00015310
                   MOVE WK-TOTAL-IMPORTES     TO WQ-TOTAL-IMPORTES      00015320
               END-IF                                                   00015330
               MOVE WK-REG-COLA               TO REG-KJBCESS1           00015340
                                                                        00015350
               PERFORM 2600-ESCRIBIR-DECLARACION                        00015360
                  THRU 2600-ESCRIBIR-DECLARACION-EXIT                   00015370
                                                                        00015380
               MOVE CT-DECLARADAS             TO WT-POSICIONES          00015390
           ELSE                                                         00015400
      *--      LAS REVERSAS LLEVAN IMPORTE CERO, POR LO QUE EL HASH DE  00015410
      *--      IMPORTES DE LA COLA ES TAMBIEN CERO.                     00015420
               MOVE CT-TRASPASADAS            TO WK-FIN-NUM-MOVS        00015430
                                                 WT-POSICIONES          00015440
                                                                        00015450
               WRITE REG-KJBCESS3 FROM WK-REG-FIN-KJBCRLE1              00015460
                                                                        00015470
               IF  FS-KJBCESS3 NOT = CA-FS-OK                           00015480
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00015490
                   MOVE CA-ERR-ESCRIBIR       TO WK-DESCRIPCION         00015500
                   MOVE CA-PRF-3000           TO WK-PARRAFO             00015510
                   MOVE CA-KJBCESS3           TO WK-DDNAME              00015520
                   MOVE FS-KJBCESS3           TO WK-FILE-STATUS         00015530
                                                                        00015540
                   PERFORM 9000-CANCELACION                             00015550
                      THRU 9000-CANCELACION-EXIT                        00015560
                                                                        00015570
               END-IF                                                   00015580
           END-IF                                                       00015590
                                                                        00015600
           MOVE CA-TOTAL-GENERAL              TO WT-CONCEPTO            00015610
           MOVE CT-TITULARES                  TO WT-TITULARES           00015620
           MOVE WK-TOTAL-IMPORTES             TO WT-IMPORTE             00015630
           MOVE CT-EXCLUIDAS                  TO WT-EXCLUIDAS           00015640
                                                                        00015650
           MOVE SPACES                        TO REG-KJBCESS4           00015660
                                                                        00015670
           PERFORM 2500-ESCRIBIR-LINEA                                  00015680
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00015690
                                                                        00015700
           MOVE WK-LINEA-TOTAL                TO REG-KJBCESS4           00015710
                                                                        00015720
           PERFORM 2500-ESCRIBIR-LINEA                                  00015730
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00015740
                                                                        00015750
           EXEC SQL                                                     00015760
                COMMIT                                                  00015770
           END-EXEC                                                     00015780
                                                                        00015790
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00015800
                                                                        00015810
           IF  NOT DB2-OK                                               00015820
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00015830
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00015840
               MOVE CA-PRF-3000               TO WK-PARRAFO             00015850
               MOVE CA-KJBCCES                TO WK-RUTINA              00015860
               MOVE CA-POS-SALDO-ABAND        TO WK-TABLA-DB2           00015870
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00015880
                                                                        00015890
               PERFORM 9000-CANCELACION                                 00015900
                  THRU 9000-CANCELACION-EXIT                            00015910
                                                                        00015920
           END-IF                                                       00015930
                                                                        00015940
           PERFORM 3100-CERRAR-FICHEROS                                 00015950
              THRU 3100-CERRAR-FICHEROS-EXIT                            00015960
                                                                        00015970
           PERFORM 3200-ESTADISTICAS                                    00015980
              THRU 3200-ESTADISTICAS-EXIT                               00015990
                                                                        00016000
           IF  CT-EXCLUIDAS > ZEROES                                    00016010
               MOVE CN-4                     TO RETURN-CODE             00016020
           END-IF                                                       00016030
                                                                        00016040
           STOP RUN                                                     00016050
                                                                        00016060
           .                                                            00016070
       3000-FIN-EXIT.                                                   00016080
           EXIT.                                                        00016090
                                                                        00016100
      ******************************************************************00016110
      ***                   3100-CERRAR-FICHEROS                    *** 00016120
      ***                   --------------------                    *** 00016130
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00016140
      ******************************************************************00016150
       3100-CERRAR-FICHEROS.                                            00016160
                                                                        00016170
           IF  MODO-DECLARACION                                         00016180
               EXEC SQL                                                 00016190
                    CLOSE C-CANDIDATAS                                  00016200
               END-EXEC                                                 00016210
           ELSE                                                         00016220
               EXEC SQL                                                 00016230
                    CLOSE C-DECLARADAS                                  00016240
               END-EXEC                                                 00016250
           END-IF                                                       00016260
                                                                        00016270
           CLOSE KJBCESS1                                               00016280
                 KJBCESS2                                               00016290
                 KJBCESS3                                               00016300
                 KJBCESS4                                               00016310
                 KJBCESS5                                               00016311
                                                                        00016320
           IF  FS-KJBCESS1 NOT = CA-FS-OK                               00016330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016340
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00016350
               MOVE CA-PRF-3100              TO WK-PARRAFO              00016360
               MOVE CA-KJBCESS1              TO WK-DDNAME               00016370
               MOVE FS-KJBCESS1              TO WK-FILE-STATUS          00016380
                                                                        00016390
               PERFORM 9000-CANCELACION                                 00016400
                  THRU 9000-CANCELACION-EXIT                            00016410
                                                                        00016420
           END-IF                                                       00016430
                                                                        00016440
           IF  FS-KJBCESS2 NOT = CA-FS-OK                               00016450
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016460
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00016470
               MOVE CA-PRF-3100              TO WK-PARRAFO              00016480
               MOVE CA-KJBCESS2              TO WK-DDNAME               00016490
               MOVE FS-KJBCESS2              TO WK-FILE-STATUS          00016500
                                                                        00016510
               PERFORM 9000-CANCELACION                                 00016520
                  THRU 9000-CANCELACION-EXIT                            00016530
                                                                        00016540
           END-IF                                                       00016550
                                                                        00016560
           IF  FS-KJBCESS3 NOT = CA-FS-OK                               00016570
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016580
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00016590
               MOVE CA-PRF-3100              TO WK-PARRAFO              00016600
               MOVE CA-KJBCESS3              TO WK-DDNAME               00016610
               MOVE FS-KJBCESS3              TO WK-FILE-STATUS          00016620
                                                                        00016630
               PERFORM 9000-CANCELACION                                 00016640
                  THRU 9000-CANCELACION-EXIT                            00016650
                                                                        00016660
           END-IF                                                       00016670
                                                                        00016680
           IF  FS-KJBCESS4 NOT = CA-FS-OK                               00016690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016700
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00016710
               MOVE CA-PRF-3100              TO WK-PARRAFO              00016720
               MOVE CA-KJBCESS4              TO WK-DDNAME               00016730
               MOVE FS-KJBCESS4              TO WK-FILE-STATUS          00016740
                                                                        00016750
               PERFORM 9000-CANCELACION                                 00016760
                  THRU 9000-CANCELACION-EXIT                            00016770
                                                                        00016780
           END-IF                                                       00016790
                                                                        00016800
           IF  FS-KJBCESS5 NOT = CA-FS-OK                               00016801
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016802
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00016803
               MOVE CA-PRF-3100              TO WK-PARRAFO              00016804
               MOVE CA-KJBCESS5              TO WK-DDNAME               00016805
               MOVE FS-KJBCESS5              TO WK-FILE-STATUS          00016806
                                                                        00016807
               PERFORM 9000-CANCELACION                                 00016808
                  THRU 9000-CANCELACION-EXIT                            00016809
                                                                        00016810
           END-IF                                                       00016811
                                                                        00016812
           .                                                            00016813
       3100-CERRAR-FICHEROS-EXIT.                                       00016820
           EXIT.                                                        00016830
                                                                        00016840
      ******************************************************************00016850
      ***                   3200-ESTADISTICAS                       *** 00016860
      ***                   -----------------                       *** 00016870
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00016880
      ******************************************************************00016890
       3200-ESTADISTICAS.                                               00016900
                                                                        00016910
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00016920
           MOVE CT-BORRADAS                   TO WK-BORRADAS-ED         00016930
           MOVE CT-DECLARADAS                 TO WK-DECLARADAS-ED       00016940
           MOVE CT-TITULARES                  TO WK-TITULARES-ED        00016950
           MOVE CT-TRASPASADAS                TO WK-TRASPASADAS-ED      00016960
           MOVE CT-EXCLUIDAS                  TO WK-EXCLUIDAS-ED        00016970
           MOVE CT-PREAVISOS-ELECTR           TO WK-PREAVISOS-ELECTR-ED 00016971
                                                                        00016980
           DISPLAY WK-CAB-1                                             00016990
           DISPLAY WK-CAB-2                                             00017000
           DISPLAY WK-CAB-1                                             00017010
           DISPLAY WK-CAB-3                                             00017020
           DISPLAY WK-CAB-4                                             00017030
           DISPLAY WK-CAB-5                                             00017040
           DISPLAY WK-CAB-6                                             00017050
           DISPLAY WK-CAB-7                                             00017060
           DISPLAY WK-CAB-8                                             00017070
           DISPLAY WK-CAB-9                                             00017071
           DISPLAY WK-CAB-1                                             00017080
                                                                        00017090
           .                                                            00017100
       3200-ESTADISTICAS-EXIT.                                          00017110
           EXIT.                                                        00017120
                                                                        00017130
      ******************************************************************00017140
      ***                   9200-LEER-CURSOR                        *** 00017150
      ***                   ----------------                        *** 00017160
      * SE REALIZA EL FETCH DEL CURSOR DEL MODO DE EJECUCION.          *00017170
      ******************************************************************00017180
       9200-LEER-CURSOR.                                                00017190
                                                                        00017200
           IF  MODO-DECLARACION                                         00017210
               EXEC SQL                                                 00017220
                    FETCH C-CANDIDATAS                                  00017230
                     INTO :WF-IDEMPRD  , :WF-IDCENTD ,                  00017240
                          :WF-IDPRODD  , :WF-CODSPROD,                  00017250
                          :WF-CTOSALDO , :WF-CODMONSW,                  00017260
                          :WF-IMPSLDC  , :WF-CONTCUR ,                  00017270
                          :WF-FECULTMOV                                 00017280
               END-EXEC                                                 00017290
           ELSE                                                         00017300
               EXEC SQL                                                 00017310
                    FETCH C-DECLARADAS                                  00017320
                     INTO :WF-IDEMPRD  , :WF-IDCENTD ,                  00017330
                          :WF-IDPRODD  , :WF-CODSPROD,                  00017340
                          :WF-CTOSALDO , :WF-CODMONSW,                  00017350
                          :WF-IMPSLDC  , :WF-CONTCUR ,                  00017360
                          :WF-FECULTMOV, :WF-NUM-TITULARES,             00017370
                          :WF-EXISTE-POSICION,                          00017380
                          :WF-IMPSLDC-ACT,                              00017390
                          :WF-CONTCUR-ACT                               00017400
               END-EXEC                                                 00017410
           END-IF                                                       00017420
                                                                        00017430
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00017440
                                                                        00017450
           EVALUATE  TRUE                                               00017460
               WHEN  DB2-OK                                             00017470
                     CONTINUE                                           00017480
                                                                        00017490
               WHEN  DB2-CLV-NOT-FOUND                                  00017500
                     SET SI-FIN-CURSOR        TO TRUE                   00017510
                                                                        00017520
               WHEN  OTHER                                              00017530
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00017540
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00017550
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00017560
                     MOVE CA-KJBCCES          TO WK-RUTINA              00017570
                     MOVE CA-POS-DISP-PMAS    TO WK-TABLA-DB2           00017580
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00017590
                                                                        00017600
                     PERFORM 9000-CANCELACION                           00017610
                        THRU 9000-CANCELACION-EXIT                      00017620
                                                                        00017630
           END-EVALUATE                                                 00017640
                                                                        00017650
           .                                                            00017660
       9200-LEER-CURSOR-EXIT.                                           00017670
           EXIT.                                                        00017680
                                                                        00017690
      ******************************************************************00017700
      ***                   9300-LEER-TITULARES                     *** 00017710
      ***                   -------------------                     *** 00017720
      * SE REALIZA EL FETCH DEL CURSOR C-TITULARES.                    *00017730
      ******************************************************************00017740
       9300-LEER-TITULARES.                                             00017750
                                                                        00017760
           EXEC SQL                                                     00017770
                FETCH C-TITULARES                                       00017780
                 INTO :WT-F-CENTALTA, :WT-F-CUENTNU ,                   00017790
                      :WT-F-CLIIDENT, :WT-F-NOMBRE  ,                   00017800
                      :WT-F-OFIGESTO, :WT-F-FECBAJA                     00017810
           END-EXEC                                                     00017820
                                                                        00017830
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00017840
                                                                        00017850
           EVALUATE  TRUE                                               00017860
               WHEN  DB2-OK                                             00017870
                     CONTINUE                                           00017880
                                                                        00017890
               WHEN  DB2-CLV-NOT-FOUND                                  00017900
                     SET SI-FIN-TITULARES     TO TRUE                   00017910
                                                                        00017920
               WHEN  OTHER                                              00017930
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00017940
                     MOVE CA-ERR-TITULARES    TO WK-DESCRIPCION         00017950
                     MOVE CA-PRF-9300         TO WK-PARRAFO             00017960
                     MOVE CA-KJBCCES          TO WK-RUTINA              00017970
                     MOVE CA-POS-DISP-CONTR   TO WK-TABLA-DB2           00017980
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00017990
                                                                        00018000
                     PERFORM 9000-CANCELACION                           00018010
                        THRU 9000-CANCELACION-EXIT                      00018020
                                                                        00018030
           END-EVALUATE                                                 00018040
                                                                        00018050
           .                                                            00018060
       9300-LEER-TITULARES-EXIT.                                        00018070
           EXIT.                                                        00018080
                                                                        00018090
      ******************************************************************00018100
      ***                   9000-CANCELACION                        *** 00018110
      ***                   ----------------                        *** 00018120
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00018130
      ******************************************************************00018140
       9000-CANCELACION.                                                00018150
                                                                        00018160
           MOVE CA-RESP                       TO WK-RESPONSABLE         00018170
                                                                        00018180
           EVALUATE  TRUE                                               00018190
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00018200
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00018210
                         TIPO_ERROR('WK-TIPO-ERROR')                    00018220
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00018230
                         RESPONSABLE('WK-RESPONSABLE')                  00018240
                         DESCRIPCION('WK-DESCRIPCION')                  00018250
                         PROGRAMA('WK-PROGRAMA')                        00018260
                         PARRAFO('WK-PARRAFO')                          00018270
                         SQLCA('SQLCA')                                 00018280
                         TABLA_DB2('WK-TABLA-DB2')                      00018290
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00018300
                     END-FUN                                            00018310
                                                                        00018320
               WHEN  OTHER                                              00018330
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00018340
                         TIPO_ERROR('WK-TIPO-ERROR')                    00018350
                         RESPONSABLE('WK-RESPONSABLE')                  00018360
                         DESCRIPCION('WK-DESCRIPCION')                  00018370
                         PROGRAMA('WK-PROGRAMA')                        00018380
                         PARRAFO('WK-PARRAFO')                          00018390
                         DDNAME('WK-DDNAME')                            00018400
                         FILE_STATUS('WK-FILE-STATUS')                  00018410
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00018420
                     END-FUN                                            00018430
                                                                        00018440
           END-EVALUATE                                                 00018450
                                                                        00018460
           .                                                            00018470
       9000-CANCELACION-EXIT.                                           00018480
           EXIT.                                                        00018490
