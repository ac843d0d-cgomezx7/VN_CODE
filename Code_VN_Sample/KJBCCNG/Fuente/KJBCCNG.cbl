      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCNG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: REGISTRO NOCTURNO DE POSICIONES EN DESCUBIERTO.  *00000110
      *               MANTIENE EN POS_REG_NEGATIVO CADA POSICION DE    *00000120
      *               POS_DISP_PMAS CON SALDO NEGATIVO (FECHA EN QUE   *00000130
      *               ENTRO EN NEGATIVO, PUNTO MAS PROFUNDO Y DIAS     *00000140
      *               CONSECUTIVOS EN DESCUBIERTO), REGULARIZA LAS QUE *00000150
      *               HAN VUELTO A SALDO NO NEGATIVO Y EMITE EL        *00000160
      *               LISTADO DE ANTIGUEDAD POR EMPRESA Y CENTRO CON LA*00000170
      *               POLITICA DEL PRODUCTO (POS_POL_NEGATIVO). SI HAY *00000180
      *               ALGUNA POSICION NEGATIVA DE UN PRODUCTO QUE NO LO*00000190
      *               PERMITE TERMINA CON CONDITION CODE 4. LOS        *00000200
      *               PRODUCTOS SIN POLITICA SE TRATAN COMO PERMITIDOS.*00000210
      *-                                                              -*00000220
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000230
      *        WK-FECHA-PROCESO : FECHA DEL REGISTRO (AAAA-MM-DD). SI  *00000240
      *                           SE INFORMA A BLANCOS SE TOMA LA      *00000250
      *                           FECHA DEL SISTEMA.                   *00000260
      *-                                                              -*00000270
      *  FICHEROS DE SALIDA:                                           *00000280
      *        KJBCNGS1 : LISTADO DE ANTIGUEDAD DE DESCUBIERTOS.       *00000290
      *-                                                              -*00000300
      *  TABLAS:                                                       *00000310
      *     POS_DISP_PMAS    : POSICIONES CONSOLIDADAS (LECTURA).      *00000320
      *     POS_POL_NEGATIVO : POLITICA DE SALDO NEGATIVO POR PRODUCTO *00000330
      *                        (LECTURA).                              *00000340
      *     POS_REG_NEGATIVO : REGISTRO DE DESCUBIERTOS (ACTUALIZA).   *00000350
      *-                                                              -*00000360
      *  CODIGOS DE RETORNO:                                           *00000370
      *        0 : SIN DESCUBIERTOS EN PRODUCTOS NO PERMITIDOS.        *00000380
      *        4 : HAY DESCUBIERTOS EN PRODUCTOS NO PERMITIDOS.        *00000390
      *-                                                              -*00000400
      ******************************************************************00000410
      *                  M O D I F I C A C I O N E S                   *00000420
      *                  ---------------------------                   *00000430
      *                                                                *00000440
      * USUARIO  FECHA        DESCRIPCION                              *00000450
      * -------- ----------   ---------------------------------------- *00000460
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000470
      *                                                                *00000480
      ******************************************************************00000490
                                                                        00000500
      ******************************************************************00000510
      * IDENTIFICATION DIVISION                                        *00000520
      ******************************************************************00000530
       IDENTIFICATION DIVISION.                                         00000540
       PROGRAM-ID.    KJBCCNG.                                          00000550
       AUTHOR.        VIEWNEXT.                                         00000560
       DATE-WRITTEN.  15-10-2026.                                       00000570
       DATE-COMPILED.                                                   00000580
                                                                        00000590
      ******************************************************************00000600
      * ENVIRONMENT DIVISION                                           *00000610
      ******************************************************************00000620
       ENVIRONMENT DIVISION.                                            00000630
                                                                        00000640
      *----------------------------------------------------------------*00000650
      * CONFIGURATION SECTION                                          *00000660
      *----------------------------------------------------------------*00000670
       CONFIGURATION SECTION.                                           00000680
                                                                        00000690
       SOURCE-COMPUTER. IBM-3090.                                       00000700
       OBJECT-COMPUTER. IBM-3090.                                       00000710
       SPECIAL-NAMES.                                                   00000720
           DECIMAL-POINT IS COMMA.                                      00000730
                                                                        00000740
      *----------------------------------------------------------------*00000750
      * INPUT OUTPUT SECTION                                           *00000760
      *----------------------------------------------------------------*00000770
       INPUT-OUTPUT SECTION.                                            00000780
       FILE-CONTROL.                                                    00000790
                                                                        00000800
      * -- LISTADO DE ANTIGUEDAD DE DESCUBIERTOS.                       00000810
           SELECT KJBCNGS1 ASSIGN KJBCNGS1                              00000820
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-KJBCNGS1.                           00000840
                                                                        00000850
      ******************************************************************00000860
      * DATA DIVISION                                                  *00000870
      ******************************************************************00000880
       DATA DIVISION.                                                   00000890
                                                                        00000900
      *----------------------------------------------------------------*00000910
      * FILE SECTION                                                   *00000920
      *----------------------------------------------------------------*00000930
       FILE SECTION.                                                    00000940
                                                                        00000950
       FD  KJBCNGS1                                                     00000960
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORDING MODE IS F                                          00000980
           LABEL RECORD ARE STANDARD                                    00000990
           RECORD CONTAINS 132 CHARACTERS                               00001000
           DATA RECORD IS REG-KJBCNGS1.                                 00001010
       01  REG-KJBCNGS1            PIC X(132).                          00001020
                                                                        00001030
      *----------------------------------------------------------------*00001040
      * WORKING-STORAGE SECTION                                        *00001050
      *----------------------------------------------------------------*00001060
       WORKING-STORAGE SECTION.                                         00001070
                                                                        00001080
      ******************************************************************00001090
      *                        S W I T C H E S                         *00001100
      ******************************************************************00001110
       01  SW-SWITCHES.                                                 00001120
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001130
               88  DB2-OK                              VALUE 0.         00001140
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001150
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001160
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001170
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001180
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001190
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001200
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001210
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001220
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001230
           05  SW-EXISTE-REGISTRO          PIC X(01)   VALUE 'N'.       00001240
               88  SI-EXISTE-REGISTRO                  VALUE 'S'.       00001250
               88  NO-EXISTE-REGISTRO                  VALUE 'N'.       00001260
                                                                        00001270
      ******************************************************************00001280
      *                      C O N S T A N T E S                       *00001290
      ******************************************************************00001300
       01  CT-CONSTANTES.                                               00001310
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001320
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001330
               10  CA-KJBCCNG              PIC X(08)   VALUE 'KJBCCNG'. 00001340
               10  CA-RESP                 PIC X(14)   VALUE            00001350
                                   'MEDIOS DE PAGO'.                    00001360
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001370
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001380
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001390
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001400
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001410
               10  CA-FECHA-SIN-REGUL      PIC X(10)   VALUE            00001420
                                   '0001-01-01'.                        00001430
               10  CA-TOTAL-CENTRO         PIC X(14)   VALUE            00001440
                                   'TOTAL CENTRO'.                      00001450
               10  CA-TOTAL-EMPRESA        PIC X(14)   VALUE            00001460
                                   'TOTAL EMPRESA'.                     00001470
               10  CA-TOTAL-GENERAL        PIC X(14)   VALUE            00001480
                                   'TOTAL GENERAL'.                     00001490
               10  CA-POL-PERMITIDO        PIC X(12)   VALUE            00001500
                                   'PERMITIDO'.                         00001510
               10  CA-POL-NO-PERMITIDO     PIC X(12)   VALUE            00001520
                                   'NO PERMITIDO'.                      00001530
               10  CA-POL-LIMITADO         PIC X(12)   VALUE            00001540
                                   'CON LIMITE'.                        00001550
               10  CA-OBS-INCUMPLE         PIC X(14)   VALUE            00001560
                                   'INCUMPLE'.                          00001570
               10  CA-OBS-EXCEDE-LIMITE    PIC X(14)   VALUE            00001580
                                   'EXCEDE LIMITE'.                     00001590
               10  CA-TRAMO-1              PIC X(07)   VALUE '001-007'. 00001600
               10  CA-TRAMO-2              PIC X(07)   VALUE '008-030'. 00001610
               10  CA-TRAMO-3              PIC X(07)   VALUE '031-090'. 00001620
               10  CA-TRAMO-4              PIC X(07)   VALUE '> 090'.   00001630
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001640
                                   'ERROR AL ABRIR UN FICHERO'.         00001650
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001660
                                   'ERROR AL CERRAR UN FICHERO'.        00001670
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001680
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001690
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001700
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001710
               10  CA-ERR-FECHA            PIC X(36)   VALUE            00001720
                         'ERROR AL OBTENER LA FECHA DE PROCESO'.        00001730
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001740
                         'ERROR EN ACCESO AL CURSOR C-NEGATIVOS'.       00001750
               10  CA-ERR-REGISTRO         PIC X(38)   VALUE            00001760
                         'ERROR EN ACCESO A POS_REG_NEGATIVO'.          00001770
               10  CA-KJBCNGS1             PIC X(08)   VALUE 'KJBCNGS1'.00001780
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE            00001790
                                   'POS_DISP_PMAS'.                     00001800
               10  CA-POS-REG-NEGATIVO     PIC X(16)   VALUE            00001810
                                   'POS_REG_NEGATIVO'.                  00001820
               10  CA-PRF-1000             PIC X(11)   VALUE            00001830
                                   '1000-INICIO'.                       00001840
               10  CA-PRF-1100             PIC X(19)   VALUE            00001850
                                   '1100-ABRIR-FICHEROS'.               00001860
               10  CA-PRF-1200             PIC X(18)   VALUE            00001870
                                   '1200-ABRIR-CURSOR'.                 00001880
               10  CA-PRF-1300             PIC X(25)   VALUE            00001890
                                   '1300-REGULARIZAR-REGISTRO'.         00001900
               10  CA-PRF-2110             PIC X(21)   VALUE            00001910
                                   '2110-LEER-REGISTRO'.                00001920
               10  CA-PRF-2120             PIC X(21)   VALUE            00001930
                                   '2120-ALTA-REGISTRO'.                00001940
               10  CA-PRF-2130             PIC X(25)   VALUE            00001950
                                   '2130-ACTUALIZAR-REGISTRO'.          00001960
               10  CA-PRF-2500             PIC X(20)   VALUE            00001970
                                   '2500-ESCRIBIR-LINEA'.               00001980
               10  CA-PRF-3100             PIC X(20)   VALUE            00001990
                                   '3100-CERRAR-FICHEROS'.              00002000
               10  CA-PRF-9200             PIC X(16)   VALUE            00002010
                                   '9200-LEER-CURSOR'.                  00002020
                                                                        00002030
           05  CN-CONSTANTES-NUMERICAS.                                 00002040
               10  CN-1                    PIC 9(01)   VALUE 1.         00002050
               10  CN-4                    PIC 9(01)   VALUE 4.         00002060
               10  CN-DIAS-TRAMO-1         PIC 9(03)   VALUE 7.         00002070
               10  CN-DIAS-TRAMO-2         PIC 9(03)   VALUE 30.        00002080
               10  CN-DIAS-TRAMO-3         PIC 9(03)   VALUE 90.        00002090
                                                                        00002100
      ******************************************************************00002110
      *                    C O N T A D O R E S                         *00002120
      ******************************************************************00002130
       01  CT-CONTADORES.                                               00002140
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002150
           05  CT-ALTAS                    PIC 9(9)    VALUE ZEROES.    00002160
           05  CT-ACTUALIZADAS             PIC 9(9)    VALUE ZEROES.    00002170
           05  CT-REGULARIZADAS            PIC 9(9)    VALUE ZEROES.    00002180
           05  CT-NO-PERMITIDO             PIC 9(9)    VALUE ZEROES.    00002190
           05  CT-EXCEDE-LIMITE            PIC 9(9)    VALUE ZEROES.    00002200
                                                                        00002210
      * -- CONTADORES DE ANTIGUEDAD POR NIVEL DE RUPTURA (1 CENTRO,     00002220
      * -- 2 EMPRESA, 3 GENERAL).                                       00002230
       01  CT-ANTIGUEDAD.                                               00002240
           05  CT-NIVEL OCCURS 3 TIMES.                                 00002250
               10  CT-N-POSICIONES         PIC 9(9).                    00002260
               10  CT-N-TRAMO-1            PIC 9(9).                    00002270
               10  CT-N-TRAMO-2            PIC 9(9).                    00002280
               10  CT-N-TRAMO-3            PIC 9(9).                    00002290
               10  CT-N-TRAMO-4            PIC 9(9).                    00002300
               10  CT-N-NO-PERMITIDO       PIC 9(9).                    00002310
                                                                        00002320
      ******************************************************************00002330
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002340
      ******************************************************************00002350
       01  WK-ESTADISTICA.                                              00002360
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002370
           05  WK-CAB-2                    PIC X(55)   VALUE            00002380
                   '* ESTADISTICAS DE KJBCCNG                   *'.     00002390
           05  WK-CAB-3.                                                00002400
               10  FILLER                  PIC X(45)   VALUE            00002410
                   '* POSICIONES NEGATIVAS LEIDAS:             '.       00002420
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002430
               10  FILLER                  PIC X(01)   VALUE '*'.       00002440
           05  WK-CAB-4.                                                00002450
               10  FILLER                  PIC X(45)   VALUE            00002460
                   '* NUEVAS ENTRADAS EN DESCUBIERTO:          '.       00002470
               10  WK-ALTAS-ED             PIC ZZZZZZZZ9.               00002480
               10  FILLER                  PIC X(01)   VALUE '*'.       00002490
           05  WK-CAB-5.                                                00002500
               10  FILLER                  PIC X(45)   VALUE            00002510
                   '* DESCUBIERTOS ACTUALIZADOS:               '.       00002520
               10  WK-ACTUALIZADAS-ED      PIC ZZZZZZZZ9.               00002530
               10  FILLER                  PIC X(01)   VALUE '*'.       00002540
           05  WK-CAB-6.                                                00002550
               10  FILLER                  PIC X(45)   VALUE            00002560
                   '* DESCUBIERTOS REGULARIZADOS:              '.       00002570
               10  WK-REGULARIZADAS-ED     PIC ZZZZZZZZ9.               00002580
               10  FILLER                  PIC X(01)   VALUE '*'.       00002590
           05  WK-CAB-7.                                                00002600
               10  FILLER                  PIC X(45)   VALUE            00002610
                   '* EN PRODUCTOS QUE NO LO PERMITEN:         '.       00002620
               10  WK-NO-PERMITIDO-ED      PIC ZZZZZZZZ9.               00002630
               10  FILLER                  PIC X(01)   VALUE '*'.       00002640
           05  WK-CAB-8.                                                00002650
               10  FILLER                  PIC X(45)   VALUE            00002660
                   '* POR ENCIMA DEL LIMITE DEL PRODUCTO:      '.       00002670
               10  WK-EXCEDE-LIMITE-ED     PIC ZZZZZZZZ9.               00002680
               10  FILLER                  PIC X(01)   VALUE '*'.       00002690
                                                                        00002700
      ******************************************************************00002710
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002720
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002730
      ******************************************************************00002740
       01  WK-CANCELACION-BATCH.                                        00002750
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002760
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002770
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002780
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCNG'. 00002790
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002800
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002810
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002820
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002830
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002840
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002850
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002860
                                                                        00002870
      ******************************************************************00002880
      *                      F I L E  S T A T U S                      *00002890
      ******************************************************************00002900
       01  FS-FILE-STATUS.                                              00002910
           05  FS-KJBCNGS1                 PIC X(02).                   00002920
                                                                        00002930
      ******************************************************************00002940
      *                 L I N E A S  D E  I N F O R M E                *00002950
      ******************************************************************00002960
       01  WK-LINEA-CABECERA.                                           00002970
           05  FILLER                      PIC X(45)   VALUE            00002980
               'ANTIGUEDAD DE POSICIONES EN DESCUBIERTO A    '.         00002990
           05  WC-FECHA-PROCESO            PIC X(10).                   00003000
           05  FILLER                      PIC X(77)   VALUE SPACES.    00003010
                                                                        00003020
       01  WK-LINEA-TITULOS.                                            00003030
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00003040
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00003050
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00003060
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00003070
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00003080
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003090
           05  FILLER                      PIC X(22)   VALUE            00003100
               '         SALDO ACTUAL '.                                00003110
           05  FILLER                      PIC X(22)   VALUE            00003120
               '       PUNTO MAS BAJO '.                                00003130
           05  FILLER                      PIC X(11)   VALUE            00003140
               'DESDE'.                                                 00003150
           05  FILLER                      PIC X(06)   VALUE 'DIAS'.    00003160
           05  FILLER                      PIC X(08)   VALUE 'TRAMO'.   00003170
           05  FILLER                      PIC X(13)   VALUE            00003180
               'POLITICA'.                                              00003190
           05  FILLER                      PIC X(14)   VALUE            00003200
               'OBSERVACIONES'.                                         00003210
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003220
                                                                        00003230
       01  WK-LINEA-DETALLE.                                            00003240
           05  WD-IDEMPRD                  PIC X(04).                   00003250
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003260
           05  WD-IDCENTD                  PIC X(04).                   00003270
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003280
           05  WD-IDPRODD                  PIC X(03).                   00003290
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003300
           05  WD-CODSPROD                 PIC X(03).                   00003310
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003320
           05  WD-CTOSALDO                 PIC X(03).                   00003330
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003340
           05  WD-CODMONSW                 PIC X(03).                   00003350
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003360
           05  WD-IMPSLDC                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003370
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003380
           05  WD-IMPMINIMO                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003390
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003400
           05  WD-FECPRINEG                PIC X(10).                   00003410
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003420
           05  WD-DIASNEG                  PIC ZZZZ9.                   00003430
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003440
           05  WD-TRAMO                    PIC X(07).                   00003450
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003460
           05  WD-POLITICA                 PIC X(12).                   00003470
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003480
           05  WD-OBSERVACIONES            PIC X(14).                   00003490
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003500
                                                                        00003510
       01  WK-LINEA-TOTAL.                                              00003520
           05  WT-CONCEPTO                 PIC X(14).                   00003530
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003540
           05  WT-IDEMPRD                  PIC X(04).                   00003550
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003560
           05  WT-IDCENTD                  PIC X(04).                   00003570
           05  FILLER                      PIC X(12)   VALUE            00003580
               ' POSICIONES:'.                                          00003590
           05  WT-POSICIONES               PIC ZZZZZZ9.                 00003600
           05  FILLER                      PIC X(09)   VALUE            00003610
               ' 001-007:'.                                             00003620
           05  WT-TRAMO-1                  PIC ZZZZZZ9.                 00003630
           05  FILLER                      PIC X(09)   VALUE            00003640
               ' 008-030:'.                                             00003650
           05  WT-TRAMO-2                  PIC ZZZZZZ9.                 00003660
           05  FILLER                      PIC X(09)   VALUE            00003670
               ' 031-090:'.                                             00003680
           05  WT-TRAMO-3                  PIC ZZZZZZ9.                 00003690
           05  FILLER                      PIC X(07)   VALUE            00003700
               ' > 090:'.                                               00003710
           05  WT-TRAMO-4                  PIC ZZZZZZ9.                 00003720
           05  FILLER                      PIC X(11)   VALUE            00003730
               ' NO PERMIT:'.                                           00003740
           05  WT-NO-PERMITIDO             PIC ZZZZZZ9.                 00003750
           05  FILLER                      PIC X(09)   VALUE SPACES.    00003760
                                                                        00003770
      ******************************************************************00003780
      *                      V A R I A B L E S                         *00003790
      ******************************************************************00003800
       01  WK-VARIABLES.                                                00003810
           05  WK-PARAMETROS-SYSIN.                                     00003820
               10  WK-FECHA-PROCESO        PIC X(10).                   00003830
           05  WK-DIAS-NEGATIVO            PIC S9(09)  COMP.            00003840
           05  WK-IMPORTE-LIMITE           PIC S9(15)V9(2) COMP-3.      00003850
           05  WK-NIVEL                    PIC 9(01).                   00003860
           05  WK-IDX                      PIC 9(01).                   00003870
                                                                        00003880
      * -- CLAVE DEL GRUPO EN TRATAMIENTO.                              00003890
           05  WK-IDEMPRD                  PIC X(04).                   00003900
           05  WK-IDCENTD                  PIC X(04).                   00003910
                                                                        00003920
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00003930
       01  WK-FILA-CURSOR.                                              00003940
           05  WF-IDEMPRD                  PIC X(04).                   00003950
           05  WF-IDCENTD                  PIC X(04).                   00003960
           05  WF-IDPRODD                  PIC X(03).                   00003970
           05  WF-CODSPROD                 PIC X(03).                   00003980
           05  WF-CTOSALDO                 PIC X(03).                   00003990
           05  WF-CODMONSW                 PIC X(03).                   00004000
           05  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00004010
           05  WF-TIPOPOL                  PIC X(01).                   00004020
               88  WF-POL-PERMITIDO                    VALUE 'S'.       00004030
               88  WF-POL-NO-PERMITIDO                 VALUE 'N'.       00004040
               88  WF-POL-LIMITADO                     VALUE 'L'.       00004050
           05  WF-IMPLIMITE                PIC S9(15)V9(2) COMP-3.      00004060
                                                                        00004070
      * -- COPY DE COMUNICACION CON DB2.                                00004080
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004090
                                                                        00004100
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS.                            00004110
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00004120
                                                                        00004130
      * -- DCLGEN DE LA TABLA POS_POL_NEGATIVO.                         00004140
           EXEC SQL INCLUDE D7400200 END-EXEC.                          00004150
                                                                        00004160
      * -- DCLGEN DE LA TABLA POS_REG_NEGATIVO.                         00004170
           EXEC SQL INCLUDE D7400300 END-EXEC.                          00004180
                                                                        00004190
      ******************************************************************00004200
      *                       PROCEDURE DIVISION                       *00004210
      ******************************************************************00004220
       PROCEDURE DIVISION.                                              00004230
                                                                        00004240
           PERFORM 1000-INICIO                                          00004250
              THRU 1000-INICIO-EXIT                                     00004260
                                                                        00004270
           PERFORM 2000-PROCESO                                         00004280
              THRU 2000-PROCESO-EXIT                                    00004290
             UNTIL SI-FIN-CURSOR                                        00004300
                                                                        00004310
           PERFORM 3000-FIN                                             00004320
              THRU 3000-FIN-EXIT                                        00004330
                                                                        00004340
           .                                                            00004350
                                                                        00004360
      ******************************************************************00004370
      ***                   1000-INICIO                             *** 00004380
      ***                   -----------                             *** 00004390
      * SE OBTIENEN LOS PARAMETROS DE SYSIN Y LA FECHA DE PROCESO, SE  *00004400
      * ABRE EL FICHERO, SE REGULARIZAN LOS DESCUBIERTOS YA CUBIERTOS, *00004410
      * SE EMITE LA CABECERA Y SE ABRE EL CURSOR DE NEGATIVOS.         *00004420
      ******************************************************************00004430
       1000-INICIO.                                                     00004440
                                                                        00004450
           INITIALIZE WK-VARIABLES                                      00004460
                      CT-CONTADORES                                     00004470
                      CT-ANTIGUEDAD                                     00004480
                                                                        00004490
           SET NO-FIN-CURSOR                 TO TRUE                    00004500
           SET SI-PRIMERA-LECTURA            TO TRUE                    00004510
                                                                        00004520
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004530
                                                                        00004540
           IF  WK-FECHA-PROCESO = SPACES OR LOW-VALUES                  00004550
               EXEC SQL                                                 00004560
                    SET :WK-FECHA-PROCESO = CHAR(CURRENT DATE, ISO)     00004570
               END-EXEC                                                 00004580
                                                                        00004590
               MOVE SQLCODE                   TO SW-DB2-RETURN-CODE     00004600
                                                                        00004610
               IF  NOT DB2-OK                                           00004620
                   MOVE CA-ERROR-D            TO WK-TIPO-ERROR          00004630
                   MOVE CA-ERR-FECHA          TO WK-DESCRIPCION         00004640
                   MOVE CA-PRF-1000           TO WK-PARRAFO             00004650
                   MOVE CA-KJBCCNG            TO WK-RUTINA              00004660
                   MOVE SPACES                TO WK-TABLA-DB2           00004670
                   MOVE CA-SELECT             TO WK-DATOS-ACCESO        00004680
                                                                        00004690
                   PERFORM 9000-CANCELACION                             00004700
                      THRU 9000-CANCELACION-EXIT                        00004710
               END-IF                                                   00004720
           END-IF                                                       00004730
                                                                        00004740
           PERFORM 1100-ABRIR-FICHEROS                                  00004750
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004760
                                                                        00004770
           PERFORM 1300-REGULARIZAR-REGISTRO                            00004780
              THRU 1300-REGULARIZAR-REGISTRO-EXIT                       00004790
                                                                        00004800
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00004810
                                                                        00004820
           WRITE REG-KJBCNGS1 FROM WK-LINEA-CABECERA                    00004830
                                                                        00004840
           MOVE SPACES                       TO REG-KJBCNGS1            00004850
           WRITE REG-KJBCNGS1                                           00004860
                                                                        00004870
           WRITE REG-KJBCNGS1 FROM WK-LINEA-TITULOS                     00004880
                                                                        00004890
           PERFORM 1200-ABRIR-CURSOR                                    00004900
              THRU 1200-ABRIR-CURSOR-EXIT                               00004910
                                                                        00004920
           PERFORM 9200-LEER-CURSOR                                     00004930
              THRU 9200-LEER-CURSOR-EXIT                                00004940
                                                                        00004950
           .                                                            00004960
       1000-INICIO-EXIT.                                                00004970
           EXIT.                                                        00004980
                                                                        00004990
      ******************************************************************00005000
      ***                   1100-ABRIR-FICHEROS                     *** 00005010
      ***                   -------------------                     *** 00005020
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00005030
      ******************************************************************00005040
       1100-ABRIR-FICHEROS.                                             00005050
                                                                        00005060
           OPEN OUTPUT KJBCNGS1                                         00005070
                                                                        00005080
           IF  FS-KJBCNGS1 NOT = CA-FS-OK                               00005090
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005100
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005110
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005120
               MOVE CA-KJBCNGS1              TO WK-DDNAME               00005130
               MOVE FS-KJBCNGS1              TO WK-FILE-STATUS          00005140
                                                                        00005150
               PERFORM 9000-CANCELACION                                 00005160
                  THRU 9000-CANCELACION-EXIT                            00005170
                                                                        00005180
           END-IF                                                       00005190
                                                                        00005200
           .                                                            00005210
       1100-ABRIR-FICHEROS-EXIT.                                        00005220
           EXIT.                                                        00005230
                                                                        00005240
      ******************************************************************00005250
      ***                   1200-ABRIR-CURSOR                       *** 00005260
      ***                   -----------------                       *** 00005270
      * SE DECLARA Y ABRE EL CURSOR DE POSICIONES CON SALDO NEGATIVO   *00005280
      * CON LA POLITICA DE SU PRODUCTO, ORDENADO POR EMPRESA Y CENTRO  *00005290
      * PARA LAS RUPTURAS.                                             *00005300
      ******************************************************************00005310
       1200-ABRIR-CURSOR.                                               00005320
                                                                        00005330
           EXEC SQL                                                     00005340
                DECLARE C-NEGATIVOS CURSOR FOR                          00005350
                SELECT P.G6524_IDEMPRD  , P.G6524_IDCENTD ,             00005360
                       P.G6524_IDPRODD  , P.G6524_CODSPROD,             00005370
                       P.G6524_CTOSALDO , P.G6524_CODMONSW,             00005380
                       P.G6524_IMPSLDC  ,                               00005390
                       COALESCE(N.G6555_TIPOPOL, 'S'),                  00005400
                       COALESCE(N.G6555_IMPLIMITE, 0)                   00005410
                  FROM POS_DISP_PMAS P                                  00005420
                  LEFT OUTER JOIN POS_POL_NEGATIVO N                    00005430
                    ON N.G6555_IDPRODD  = P.G6524_IDPRODD               00005440
                   AND N.G6555_CODSPROD = P.G6524_CODSPROD              00005450
                 WHERE P.G6524_IMPSLDC  < 0                             00005460
                 ORDER BY P.G6524_IDEMPRD , P.G6524_IDCENTD ,           00005470
                          P.G6524_IDPRODD , P.G6524_CODSPROD,           00005480
                          P.G6524_CTOSALDO, P.G6524_CODMONSW            00005490
           END-EXEC                                                     00005500
                                                                        00005510
           EXEC SQL                                                     00005520
                OPEN C-NEGATIVOS                                        00005530
           END-EXEC                                                     00005540
                                                                        00005550
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005560
                                                                        00005570
           IF  NOT DB2-OK                                               00005580
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005590
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00005600
               MOVE CA-PRF-1200               TO WK-PARRAFO             00005610
               MOVE CA-KJBCCNG                TO WK-RUTINA              00005620
               MOVE CA-POS-DISP-PMAS          TO WK-TABLA-DB2           00005630
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005640
                                                                        00005650
               PERFORM 9000-CANCELACION                                 00005660
                  THRU 9000-CANCELACION-EXIT                            00005670
                                                                        00005680
           END-IF                                                       00005690
                                                                        00005700
           .                                                            00005710
       1200-ABRIR-CURSOR-EXIT.                                          00005720
           EXIT.                                                        00005730
                                                                        00005740
      ******************************************************************00005750
      ***                   1300-REGULARIZAR-REGISTRO               *** 00005760
      ***                   -------------------------               *** 00005770
      * SE DAN POR REGULARIZADOS LOS DESCUBIERTOS ACTIVOS DEL REGISTRO *00005780
      * CUYA POSICION YA NO TIENE SALDO NEGATIVO (O HA DESAPARECIDO).  *00005790
      ******************************************************************00005800
       1300-REGULARIZAR-REGISTRO.                                       00005810
                                                                        00005820
           EXEC SQL                                                     00005830
                UPDATE POS_REG_NEGATIVO R                               00005840
                   SET G6556_ESTADO    = 'R',                           00005850
                       G6556_FECREGUL  = :WK-FECHA-PROCESO,             00005860
                       G6556_FECULTACT = :WK-FECHA-PROCESO              00005870
                 WHERE R.G6556_ESTADO  = 'A'                            00005880
                   AND NOT EXISTS                                       00005890
                      (SELECT 1                                         00005900
                         FROM POS_DISP_PMAS P                           00005910
                        WHERE P.G6524_IDEMPRD  = R.G6556_IDEMPRD        00005920
                          AND P.G6524_IDCENTD  = R.G6556_IDCENTD        00005930
                          AND P.G6524_IDPRODD  = R.G6556_IDPRODD        00005940
                          AND P.G6524_CODSPROD = R.G6556_CODSPROD       00005950
                          AND P.G6524_CTOSALDO = R.G6556_CTOSALDO       00005960
                          AND P.G6524_CODMONSW = R.G6556_CODMONSW       00005970
                          AND P.G6524_IMPSLDC  < 0)                     00005980
           END-EXEC                                                     00005990
                                                                        00006000
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006010
                                                                        00006020
           EVALUATE  TRUE                                               00006030
               WHEN  DB2-OK                                             00006040
                     MOVE SQLERRD (3)         TO CT-REGULARIZADAS       00006050
               WHEN  DB2-CLV-NOT-FOUND                                  00006060
                     CONTINUE                                           00006070
               WHEN  OTHER                                              00006080
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00006090
                     MOVE CA-ERR-REGISTRO     TO WK-DESCRIPCION         00006100
                     MOVE CA-PRF-1300         TO WK-PARRAFO             00006110
                     MOVE CA-KJBCCNG          TO WK-RUTINA              00006120
                     MOVE CA-POS-REG-NEGATIVO TO WK-TABLA-DB2           00006130
                     MOVE CA-UPDATE           TO WK-DATOS-ACCESO        00006140
                                                                        00006150
                     PERFORM 9000-CANCELACION                           00006160
                        THRU 9000-CANCELACION-EXIT                      00006170
                                                                        00006180
           END-EVALUATE                                                 00006190
                                                                        00006200
           .                                                            00006210
       1300-REGULARIZAR-REGISTRO-EXIT.                                  00006220
           EXIT.                                                        00006230
                                                                        00006240
      ******************************************************************00006250
      ***                   2000-PROCESO                            *** 00006260
      ***                   ------------                            *** 00006270
      * SE DETECTAN LAS RUPTURAS DE CENTRO Y EMPRESA, SE MANTIENE EL   *00006280
      * REGISTRO DE LA POSICION LEIDA Y SE LISTA SU ANTIGUEDAD.        *00006290
      ******************************************************************00006300
       2000-PROCESO.                                                    00006310
                                                                        00006320
           IF  SI-PRIMERA-LECTURA                                       00006330
               MOVE WF-IDEMPRD               TO WK-IDEMPRD              00006340
               MOVE WF-IDCENTD               TO WK-IDCENTD              00006350
               SET NO-PRIMERA-LECTURA        TO TRUE                    00006360
           ELSE                                                         00006370
               EVALUATE  TRUE                                           00006380
                   WHEN  WF-IDEMPRD NOT = WK-IDEMPRD                    00006390
                         PERFORM 2400-VOLCAR-CENTRO                     00006400
                            THRU 2400-VOLCAR-CENTRO-EXIT                00006410
                         PERFORM 2410-VOLCAR-EMPRESA                    00006420
                            THRU 2410-VOLCAR-EMPRESA-EXIT               00006430
                   WHEN  WF-IDCENTD NOT = WK-IDCENTD                    00006440
                         PERFORM 2400-VOLCAR-CENTRO                     00006450
                            THRU 2400-VOLCAR-CENTRO-EXIT                00006460
               END-EVALUATE                                             00006470
                                                                        00006480
               MOVE WF-IDEMPRD               TO WK-IDEMPRD              00006490
               MOVE WF-IDCENTD               TO WK-IDCENTD              00006500
           END-IF                                                       00006510
                                                                        00006520
           ADD CN-1                          TO CT-REG-LEIDOS           00006530
                                                                        00006540
           PERFORM 2100-MANTENER-REGISTRO                               00006550
              THRU 2100-MANTENER-REGISTRO-EXIT                          00006560
                                                                        00006570
           PERFORM 2200-LISTAR-POSICION                                 00006580
              THRU 2200-LISTAR-POSICION-EXIT                            00006590
                                                                        00006600
           PERFORM 9200-LEER-CURSOR                                     00006610
              THRU 9200-LEER-CURSOR-EXIT                                00006620
                                                                        00006630
           .                                                            00006640
       2000-PROCESO-EXIT.                                               00006650
           EXIT.                                                        00006660
                                                                        00006670
      ******************************************************************00006680
      ***                   2100-MANTENER-REGISTRO                  *** 00006690
      ***                   ----------------------                  *** 00006700
      * SE DA DE ALTA LA POSICION EN EL REGISTRO SI NO ESTABA, SE ABRE *00006710
      * UN NUEVO EPISODIO SI ESTABA REGULARIZADA O SE ACTUALIZA EL     *00006720
      * EPISODIO ACTIVO (SALDO, PUNTO MAS BAJO Y DIAS).                *00006730
      ******************************************************************00006740
       2100-MANTENER-REGISTRO.                                          00006750
                                                                        00006760
           MOVE WF-IDEMPRD                   TO G6556-IDEMPRD           00006770
           MOVE WF-IDCENTD                   TO G6556-IDCENTD           00006780
           MOVE WF-IDPRODD                   TO G6556-IDPRODD           00006790
           MOVE WF-CODSPROD                  TO G6556-CODSPROD          00006800
           MOVE WF-CTOSALDO                  TO G6556-CTOSALDO          00006810
           MOVE WF-CODMONSW                  TO G6556-CODMONSW          00006820
                                                                        00006830
           PERFORM 2110-LEER-REGISTRO                                   00006840
              THRU 2110-LEER-REGISTRO-EXIT                              00006850
                                                                        00006860
           EVALUATE  TRUE                                               00006870
               WHEN  NO-EXISTE-REGISTRO                                 00006880
                     PERFORM 2120-ALTA-REGISTRO                         00006890
                        THRU 2120-ALTA-REGISTRO-EXIT                    00006900
                                                                        00006910
               WHEN  G6556-ESTADO NOT = 'A'                             00006920
                     MOVE WF-IMPSLDC          TO G6556-IMPMINIMO        00006930
                     MOVE WK-FECHA-PROCESO    TO G6556-FECPRINEG        00006940
                                                 G6556-FECMINIMO        00006950
                     MOVE CN-1                TO WK-DIAS-NEGATIVO       00006960
                     ADD CN-1                 TO CT-ALTAS               00006970
                                                                        00006980
                     PERFORM 2130-ACTUALIZAR-REGISTRO                   00006990
                        THRU 2130-ACTUALIZAR-REGISTRO-EXIT              00007000
                                                                        00007010
               WHEN  OTHER                                              00007020
                     IF  WF-IMPSLDC < G6556-IMPMINIMO                   00007030
                         MOVE WF-IMPSLDC      TO G6556-IMPMINIMO        00007040
                         MOVE WK-FECHA-PROCESO                          00007050
                                              TO G6556-FECMINIMO        00007060
                     END-IF                                             00007070
                     ADD CN-1                 TO CT-ACTUALIZADAS        00007080
                                                                        00007090
                     PERFORM 2130-ACTUALIZAR-REGISTRO                   00007100
                        THRU 2130-ACTUALIZAR-REGISTRO-EXIT              00007110
                                                                        00007120
           END-EVALUATE                                                 00007130
                                                                        00007140
           .                                                            00007150
       2100-MANTENER-REGISTRO-EXIT.                                     00007160
           EXIT.                                                        00007170
                                                                        00007180
      ******************************************************************00007190
      ***                   2110-LEER-REGISTRO                      *** 00007200
      ***                   ------------------                      *** 00007210
      * SE LEE LA POSICION EN EL REGISTRO DE DESCUBIERTOS, CON LOS     *00007220
      * DIAS CONSECUTIVOS EN NEGATIVO A LA FECHA DE PROCESO.           *00007230
      ******************************************************************00007240
       2110-LEER-REGISTRO.                                              00007250
                                                                        00007260
           SET NO-EXISTE-REGISTRO             TO TRUE                   00007270
                                                                        00007280
           EXEC SQL                                                     00007290
                SELECT G6556_IMPMINIMO, CHAR(G6556_FECPRINEG, ISO),     00007300
                       CHAR(G6556_FECMINIMO, ISO), G6556_ESTADO,        00007310
                       DAYS(DATE(:WK-FECHA-PROCESO)) -                  00007320
                       DAYS(G6556_FECPRINEG) + 1                        00007330
                  INTO :G6556-IMPMINIMO, :G6556-FECPRINEG,              00007340
                       :G6556-FECMINIMO, :G6556-ESTADO,                 00007350
                       :WK-DIAS-NEGATIVO                                00007360
                  FROM POS_REG_NEGATIVO                                 00007370
                 WHERE G6556_IDEMPRD  = :G6556-IDEMPRD                  00007380
                   AND G6556_IDCENTD  = :G6556-IDCENTD                  00007390
                   AND G6556_IDPRODD  = :G6556-IDPRODD                  00007400
                   AND G6556_CODSPROD = :G6556-CODSPROD                 00007410
                   AND G6556_CTOSALDO = :G6556-CTOSALDO                 00007420
                   AND G6556_CODMONSW = :G6556-CODMONSW                 00007430
           END-EXEC                                                     00007440
                                                                        00007450
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007460
                                                                        00007470
           EVALUATE  TRUE                                               00007480
               WHEN  DB2-OK                                             00007490
                     SET SI-EXISTE-REGISTRO   TO TRUE                   00007500
               WHEN  DB2-CLV-NOT-FOUND                                  00007510
                     CONTINUE                                           00007520
               WHEN  OTHER                                              00007530
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007540
                     MOVE CA-ERR-REGISTRO     TO WK-DESCRIPCION         00007550
                     MOVE CA-PRF-2110         TO WK-PARRAFO             00007560
                     MOVE CA-KJBCCNG          TO WK-RUTINA              00007570
                     MOVE CA-POS-REG-NEGATIVO TO WK-TABLA-DB2           00007580
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007590
                                                                        00007600
                     PERFORM 9000-CANCELACION                           00007610
                        THRU 9000-CANCELACION-EXIT                      00007620
                                                                        00007630
           END-EVALUATE                                                 00007640
                                                                        00007650
           .                                                            00007660
       2110-LEER-REGISTRO-EXIT.                                         00007670
           EXIT.                                                        00007680
                                                                        00007690
      ******************************************************************00007700
      ***                   2120-ALTA-REGISTRO                      *** 00007710
      ***                   ------------------                      *** 00007720
      * SE DA DE ALTA EL PRIMER DIA EN DESCUBIERTO DE LA POSICION.     *00007730
      ******************************************************************00007740
       2120-ALTA-REGISTRO.                                              00007750
                                                                        00007760
           MOVE WF-IMPSLDC                   TO G6556-IMPSLDC           00007770
                                                G6556-IMPMINIMO         00007780
           MOVE WK-FECHA-PROCESO             TO G6556-FECPRINEG         00007790
                                                G6556-FECMINIMO         00007800
                                                G6556-FECULTACT         00007810
           MOVE CN-1                         TO G6556-DIASNEG           00007820
                                                WK-DIAS-NEGATIVO        00007830
           MOVE 'A'                          TO G6556-ESTADO            00007840
           MOVE CA-FECHA-SIN-REGUL           TO G6556-FECREGUL          00007850
                                                                        00007860
           EXEC SQL                                                     00007870
                INSERT INTO POS_REG_NEGATIVO                            00007880
                      (G6556_IDEMPRD  , G6556_IDCENTD  ,                00007890
                       G6556_IDPRODD  , G6556_CODSPROD ,                00007900
                       G6556_CTOSALDO , G6556_CODMONSW ,                00007910
                       G6556_IMPSLDC  , G6556_IMPMINIMO,                00007920
                       G6556_FECPRINEG, G6556_FECMINIMO,                00007930
                       G6556_DIASNEG  , G6556_ESTADO   ,                00007940
                       G6556_FECREGUL , G6556_FECULTACT)                00007950
                VALUES                                                  00007960
                      (:G6556-IDEMPRD  , :G6556-IDCENTD  ,              00007970
                       :G6556-IDPRODD  , :G6556-CODSPROD ,              00007980
                       :G6556-CTOSALDO , :G6556-CODMONSW ,              00007990
                       :G6556-IMPSLDC  , :G6556-IMPMINIMO,              00008000
                       :G6556-FECPRINEG, :G6556-FECMINIMO,              00008010
                       :G6556-DIASNEG  , :G6556-ESTADO   ,              00008020
                       :G6556-FECREGUL , :G6556-FECULTACT)              00008030
           END-EXEC                                                     00008040
                                                                        00008050
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008060
                                                                        00008070
           IF  NOT DB2-OK                                               00008080
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008090
               MOVE CA-ERR-REGISTRO           TO WK-DESCRIPCION         00008100
               MOVE CA-PRF-2120               TO WK-PARRAFO             00008110
               MOVE CA-KJBCCNG                TO WK-RUTINA              00008120
               MOVE CA-POS-REG-NEGATIVO       TO WK-TABLA-DB2           00008130
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00008140
                                                                        00008150
               PERFORM 9000-CANCELACION                                 00008160
                  THRU 9000-CANCELACION-EXIT                            00008170
                                                                        00008180
           END-IF                                                       00008190
                                                                        00008200
           ADD CN-1                           TO CT-ALTAS               00008210
                                                                        00008220
           .                                                            00008230
       2120-ALTA-REGISTRO-EXIT.                                         00008240
           EXIT.                                                        00008250
                                                                        00008260
      ******************************************************************00008270
      ***                   2130-ACTUALIZAR-REGISTRO                *** 00008280
      ***                   ------------------------                *** 00008290
      * SE ACTUALIZA EL EPISODIO DE DESCUBIERTO DE LA POSICION CON LOS *00008300
      * DATOS PREPARADOS EN 2100-MANTENER-REGISTRO.                    *00008310
      ******************************************************************00008320
       2130-ACTUALIZAR-REGISTRO.                                        00008330
                                                                        00008340
           MOVE WF-IMPSLDC                   TO G6556-IMPSLDC           00008350
           MOVE WK-DIAS-NEGATIVO             TO G6556-DIASNEG           00008360
           MOVE WK-FECHA-PROCESO             TO G6556-FECULTACT         00008370
           MOVE 'A'                          TO G6556-ESTADO            00008380
           MOVE CA-FECHA-SIN-REGUL           TO G6556-FECREGUL          00008390
                                                                        00008400
           EXEC SQL                                                     00008410
                UPDATE POS_REG_NEGATIVO                                 00008420
                   SET G6556_IMPSLDC   = :G6556-IMPSLDC  ,              00008430
                       G6556_IMPMINIMO = :G6556-IMPMINIMO,              00008440
                       G6556_FECPRINEG = :G6556-FECPRINEG,              00008450
                       G6556_FECMINIMO = :G6556-FECMINIMO,              00008460
                       G6556_DIASNEG   = :G6556-DIASNEG  ,              00008470
                       G6556_ESTADO    = :G6556-ESTADO   ,              00008480
                       G6556_FECREGUL  = :G6556-FECREGUL ,              00008490
                       G6556_FECULTACT = :G6556-FECULTACT               00008500
                 WHERE G6556_IDEMPRD   = :G6556-IDEMPRD                 00008510
                   AND G6556_IDCENTD   = :G6556-IDCENTD                 00008520
                   AND G6556_IDPRODD   = :G6556-IDPRODD                 00008530
                   AND G6556_CODSPROD  = :G6556-CODSPROD                00008540
                   AND G6556_CTOSALDO  = :G6556-CTOSALDO                00008550
                   AND G6556_CODMONSW  = :G6556-CODMONSW                00008560
           END-EXEC                                                     00008570
                                                                        00008580
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008590
                                                                        00008600
           IF  NOT DB2-OK                                               00008610
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008620
               MOVE CA-ERR-REGISTRO           TO WK-DESCRIPCION         00008630
               MOVE CA-PRF-2130               TO WK-PARRAFO             00008640
               MOVE CA-KJBCCNG                TO WK-RUTINA              00008650
               MOVE CA-POS-REG-NEGATIVO       TO WK-TABLA-DB2           00008660
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00008670
                                                                        00008680
               PERFORM 9000-CANCELACION                                 00008690
                  THRU 9000-CANCELACION-EXIT                            00008700
                                                                        00008710
           END-IF                                                       00008720
                                                                        00008730
           .                                                            00008740
       2130-ACTUALIZAR-REGISTRO-EXIT.                                   00008750
           EXIT.                                                        00008760
                                                                        00008770
      ******************************************************************00008780
      ***                   2200-LISTAR-POSICION                    *** 00008790
      ***                   --------------------                    *** 00008800
      * SE CLASIFICA LA POSICION EN SU TRAMO DE ANTIGUEDAD, SE VALIDA  *00008810
      * CONTRA LA POLITICA DEL PRODUCTO, SE ACUMULA EN LOS TRES NIVELES*00008820
      * DE RUPTURA Y SE ESCRIBE LA LINEA DE DETALLE.                   *00008830
      ******************************************************************00008840
       2200-LISTAR-POSICION.                                            00008850
                                                                        00008860
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00008870
           MOVE WF-IDCENTD                    TO WD-IDCENTD             00008880
           MOVE WF-IDPRODD                    TO WD-IDPRODD             00008890
           MOVE WF-CODSPROD                   TO WD-CODSPROD            00008900
           MOVE WF-CTOSALDO                   TO WD-CTOSALDO            00008910
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00008920
           MOVE WF-IMPSLDC                    TO WD-IMPSLDC             00008930
           MOVE G6556-IMPMINIMO               TO WD-IMPMINIMO           00008940
           MOVE G6556-FECPRINEG               TO WD-FECPRINEG           00008950
           MOVE WK-DIAS-NEGATIVO              TO WD-DIASNEG             00008960
           MOVE SPACES                        TO WD-OBSERVACIONES       00008970
                                                                        00008980
           PERFORM 2210-ACUMULAR-NIVEL                                  00008990
              THRU 2210-ACUMULAR-NIVEL-EXIT                             00009000
             VARYING WK-NIVEL FROM 1 BY 1                               00009010
               UNTIL WK-NIVEL > 3                                       00009020
                                                                        00009030
           EVALUATE  TRUE                                               00009040
               WHEN  WK-DIAS-NEGATIVO NOT > CN-DIAS-TRAMO-1             00009050
                     MOVE CA-TRAMO-1          TO WD-TRAMO               00009060
               WHEN  WK-DIAS-NEGATIVO NOT > CN-DIAS-TRAMO-2             00009070
                     MOVE CA-TRAMO-2          TO WD-TRAMO               00009080
               WHEN  WK-DIAS-NEGATIVO NOT > CN-DIAS-TRAMO-3             00009090
                     MOVE CA-TRAMO-3          TO WD-TRAMO               00009100
               WHEN  OTHER                                              00009110
                     MOVE CA-TRAMO-4          TO WD-TRAMO               00009120
           END-EVALUATE                                                 00009130
                                                                        00009140
           EVALUATE  TRUE                                               00009150
               WHEN  WF-POL-NO-PERMITIDO                                00009160
                     MOVE CA-POL-NO-PERMITIDO TO WD-POLITICA            00009170
                     MOVE CA-OBS-INCUMPLE     TO WD-OBSERVACIONES       00009180
                     ADD CN-1                 TO CT-NO-PERMITIDO        00009190
                                                                        00009200
               WHEN  WF-POL-LIMITADO                                    00009210
                     MOVE CA-POL-LIMITADO     TO WD-POLITICA            00009220
                     COMPUTE WK-IMPORTE-LIMITE = ZEROES - WF-IMPLIMITE  00009230
                     IF  WF-IMPSLDC < WK-IMPORTE-LIMITE                 00009240
                         MOVE CA-OBS-EXCEDE-LIMITE                      00009250
                                              TO WD-OBSERVACIONES       00009260
                         ADD CN-1             TO CT-EXCEDE-LIMITE       00009270
                     END-IF                                             00009280
                                                                        00009290
               WHEN  OTHER                                              00009300
                     MOVE CA-POL-PERMITIDO    TO WD-POLITICA            00009310
           END-EVALUATE                                                 00009320
                                                                        00009330
           MOVE WK-LINEA-DETALLE              TO REG-KJBCNGS1           00009340
                                                                        00009350
           PERFORM 2500-ESCRIBIR-LINEA                                  00009360
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00009370
                                                                        00009380
           .                                                            00009390
       2200-LISTAR-POSICION-EXIT.                                       00009400
           EXIT.                                                        00009410
                                                                        00009420
      ******************************************************************00009430
      ***                   2210-ACUMULAR-NIVEL                     *** 00009440
      ***                   -------------------                     *** 00009450
      * SE ACUMULA LA POSICION EN LOS CONTADORES DEL NIVEL DE RUPTURA. *00009460
      ******************************************************************00009470
       2210-ACUMULAR-NIVEL.                                             00009480
                                                                        00009490
           ADD CN-1                  TO CT-N-POSICIONES (WK-NIVEL)      00009500
                                                                        00009510
           EVALUATE  TRUE                                               00009520
               WHEN  WK-DIAS-NEGATIVO NOT > CN-DIAS-TRAMO-1             00009530
                     ADD CN-1        TO CT-N-TRAMO-1 (WK-NIVEL)         00009540
               WHEN  WK-DIAS-NEGATIVO NOT > CN-DIAS-TRAMO-2             00009550
                     ADD CN-1        TO CT-N-TRAMO-2 (WK-NIVEL)         00009560
               WHEN  WK-DIAS-NEGATIVO NOT > CN-DIAS-TRAMO-3             00009570
                     ADD CN-1        TO CT-N-TRAMO-3 (WK-NIVEL)         00009580
               WHEN  OTHER                                              00009590
                     ADD CN-1        TO CT-N-TRAMO-4 (WK-NIVEL)         00009600
           END-EVALUATE                                                 00009610
                                                                        00009620
           IF  WF-POL-NO-PERMITIDO                                      00009630
               ADD CN-1              TO CT-N-NO-PERMITIDO (WK-NIVEL)    00009640
           END-IF                                                       00009650
                                                                        00009660
           .                                                            00009670
       2210-ACUMULAR-NIVEL-EXIT.                                        00009680
           EXIT.                                                        00009690
                                                                        00009700
      ******************************************************************00009710
      ***                   2400-VOLCAR-CENTRO                      *** 00009720
      ***                   ------------------                      *** 00009730
      * SE ESCRIBE EL RESUMEN DE ANTIGUEDAD DEL CENTRO CERRADO Y SE    *00009740
      * REINICIAN SUS CONTADORES.                                      *00009750
      ******************************************************************00009760
       2400-VOLCAR-CENTRO.                                              00009770
                                                                        00009780
           MOVE CA-TOTAL-CENTRO               TO WT-CONCEPTO            00009790
           MOVE WK-IDEMPRD                    TO WT-IDEMPRD             00009800
           MOVE WK-IDCENTD                    TO WT-IDCENTD             00009810
           MOVE 1                             TO WK-IDX                 00009820
                                                                        00009830
           PERFORM 2420-ESCRIBIR-TOTAL                                  00009840
              THRU 2420-ESCRIBIR-TOTAL-EXIT                             00009850
                                                                        00009860
           .                                                            00009870
       2400-VOLCAR-CENTRO-EXIT.                                         00009880
           EXIT.                                                        00009890
                                                                        00009900
      ******************************************************************00009910
      ***                   2410-VOLCAR-EMPRESA                     *** 00009920
      ***                   -------------------                     *** 00009930
      * SE ESCRIBE EL RESUMEN DE ANTIGUEDAD DE LA EMPRESA CERRADA Y SE *00009940
      * REINICIAN SUS CONTADORES.                                      *00009950
      ******************************************************************00009960
       2410-VOLCAR-EMPRESA.                                             00009970
                                                                        00009980
           MOVE CA-TOTAL-EMPRESA              TO WT-CONCEPTO            00009990
           MOVE WK-IDEMPRD                    TO WT-IDEMPRD             00010000
           MOVE SPACES                        TO WT-IDCENTD             00010010
           MOVE 2                             TO WK-IDX                 00010020
                                                                        00010030
           PERFORM 2420-ESCRIBIR-TOTAL                                  00010040
              THRU 2420-ESCRIBIR-TOTAL-EXIT                             00010050
                                                                        00010060
           .                                                            00010070
       2410-VOLCAR-EMPRESA-EXIT.                                        00010080
           EXIT.                                                        00010090
                                                                        00010100
      ******************************************************************00010110
      ***                   2420-ESCRIBIR-TOTAL                     *** 00010120
      ***                   -------------------                     *** 00010130
      * SE ESCRIBE LA LINEA DE RESUMEN DEL NIVEL WK-IDX, SEGUIDA DE UNA*00010140
      * LINEA EN BLANCO, Y SE PONEN A CERO SUS CONTADORES.             *00010150
      ******************************************************************00010160
       2420-ESCRIBIR-TOTAL.                                             00010170
                                                                        00010180
           MOVE CT-N-POSICIONES (WK-IDX)      TO WT-POSICIONES          00010190
           MOVE CT-N-TRAMO-1 (WK-IDX)         TO WT-TRAMO-1             00010200
           MOVE CT-N-TRAMO-2 (WK-IDX)         TO WT-TRAMO-2             00010210
           MOVE CT-N-TRAMO-3 (WK-IDX)         TO WT-TRAMO-3             00010220
           MOVE CT-N-TRAMO-4 (WK-IDX)         TO WT-TRAMO-4             00010230
           MOVE CT-N-NO-PERMITIDO (WK-IDX)    TO WT-NO-PERMITIDO        00010240
                                                                        00010250
           MOVE WK-LINEA-TOTAL                TO REG-KJBCNGS1           00010260
                                                                        00010270
           PERFORM 2500-ESCRIBIR-LINEA                                  00010280
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00010290
                                                                        00010300
           MOVE SPACES                        TO REG-KJBCNGS1           00010310
                                                                        00010320
           PERFORM 2500-ESCRIBIR-LINEA                                  00010330
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00010340
                                                                        00010350
           INITIALIZE CT-NIVEL (WK-IDX)                                 00010360
                                                                        00010370
           .                                                            00010380
       2420-ESCRIBIR-TOTAL-EXIT.                                        00010390
           EXIT.                                                        00010400
                                                                        00010410
      ******************************************************************00010420
      ***                   2500-ESCRIBIR-LINEA                     *** 00010430
      ***                   -------------------                     *** 00010440
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00010450
      ******************************************************************00010460
       2500-ESCRIBIR-LINEA.                                             00010470
                                                                        00010480
           WRITE REG-KJBCNGS1                                           00010490
                                                                        00010500
           IF  FS-KJBCNGS1 NOT = CA-FS-OK                               00010510
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010520
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010530
               MOVE CA-PRF-2500              TO WK-PARRAFO              00010540
               MOVE CA-KJBCNGS1              TO WK-DDNAME               00010550
               MOVE FS-KJBCNGS1              TO WK-FILE-STATUS          00010560
               MOVE REG-KJBCNGS1             TO WK-DATOS-REGISTRO       00010570
                                                                        00010580
               PERFORM 9000-CANCELACION                                 00010590
                  THRU 9000-CANCELACION-EXIT                            00010600
                                                                        00010610
           END-IF                                                       00010620
                                                                        00010630
           .                                                            00010640
       2500-ESCRIBIR-LINEA-EXIT.                                        00010650
           EXIT.                                                        00010660
                                                                        00010670
      ******************************************************************00010680
      ***                   3000-FIN                                *** 00010690
      ***                   --------                                *** 00010700
      * SE VUELCAN LOS RESUMENES PENDIENTES Y EL GENERAL, SE CIERRAN   *00010710
      * CURSOR Y FICHERO, SE MUESTRAN LAS ESTADISTICAS Y SE FIJA EL    *00010720
      * CONDITION CODE SI HAY DESCUBIERTOS EN PRODUCTOS NO PERMITIDOS. *00010730
      ******************************************************************00010740
       3000-FIN.                                                        00010750
                                                                        00010760
           IF  NOT SI-PRIMERA-LECTURA                                   00010770
               PERFORM 2400-VOLCAR-CENTRO                               00010780
                  THRU 2400-VOLCAR-CENTRO-EXIT                          00010790
               PERFORM 2410-VOLCAR-EMPRESA                              00010800
                  THRU 2410-VOLCAR-EMPRESA-EXIT                         00010810
           END-IF                                                       00010820
                                                                        00010830
           MOVE CA-TOTAL-GENERAL              TO WT-CONCEPTO            00010840
           MOVE SPACES                        TO WT-IDEMPRD             00010850
                                                 WT-IDCENTD             00010860
           MOVE 3                             TO WK-IDX                 00010870
                                                                        00010880
           PERFORM 2420-ESCRIBIR-TOTAL                                  00010890
              THRU 2420-ESCRIBIR-TOTAL-EXIT                             00010900
                                                                        00010910
           PERFORM 3100-CERRAR-FICHEROS                                 00010920
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010930
                                                                        00010940
           PERFORM 3200-ESTADISTICAS                                    00010950
              THRU 3200-ESTADISTICAS-EXIT                               00010960
                                                                        00010970
           IF  CT-NO-PERMITIDO > ZEROES                                 00010980
               MOVE CN-4                     TO RETURN-CODE             00010990
           END-IF                                                       00011000
                                                                        00011010
           STOP RUN                                                     00011020
                                                                        00011030
           .                                                            00011040
       3000-FIN-EXIT.                                                   00011050
           EXIT.                                                        00011060
                                                                        00011070
      ******************************************************************00011080
      ***                   3100-CERRAR-FICHEROS                    *** 00011090
      ***                   --------------------                    *** 00011100
      * SE CIERRAN EL CURSOR DE DB2 Y EL FICHERO DE SALIDA.            *00011110
      ******************************************************************00011120
       3100-CERRAR-FICHEROS.                                            00011130
                                                                        00011140
           EXEC SQL                                                     00011150
                CLOSE C-NEGATIVOS                                       00011160
           END-EXEC                                                     00011170
                                                                        00011180
           CLOSE KJBCNGS1                                               00011190
                                                                        00011200
           IF  FS-KJBCNGS1 NOT = CA-FS-OK                               00011210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011220
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011230
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011240
               MOVE CA-KJBCNGS1              TO WK-DDNAME               00011250
               MOVE FS-KJBCNGS1              TO WK-FILE-STATUS          00011260
                                                                        00011270
               PERFORM 9000-CANCELACION                                 00011280
                  THRU 9000-CANCELACION-EXIT                            00011290
                                                                        00011300
           END-IF                                                       00011310
                                                                        00011320
           .                                                            00011330
       3100-CERRAR-FICHEROS-EXIT.                                       00011340
           EXIT.                                                        00011350
                                                                        00011360
      ******************************************************************00011370
      ***                   3200-ESTADISTICAS                       *** 00011380
      ***                   -----------------                       *** 00011390
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00011400
      ******************************************************************00011410
       3200-ESTADISTICAS.                                               00011420
                                                                        00011430
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00011440
           MOVE CT-ALTAS                      TO WK-ALTAS-ED            00011450
           MOVE CT-ACTUALIZADAS               TO WK-ACTUALIZADAS-ED     00011460
           MOVE CT-REGULARIZADAS              TO WK-REGULARIZADAS-ED    00011470
           MOVE CT-NO-PERMITIDO               TO WK-NO-PERMITIDO-ED     00011480
           MOVE CT-EXCEDE-LIMITE              TO WK-EXCEDE-LIMITE-ED    00011490
                                                                        00011500
           DISPLAY WK-CAB-1                                             00011510
           DISPLAY WK-CAB-2                                             00011520
           DISPLAY WK-CAB-1                                             00011530
           DISPLAY WK-CAB-3                                             00011540
           DISPLAY WK-CAB-4                                             00011550
           DISPLAY WK-CAB-5                                             00011560
           DISPLAY WK-CAB-6                                             00011570
           DISPLAY WK-CAB-7                                             00011580
           DISPLAY WK-CAB-8                                             00011590
           DISPLAY WK-CAB-1                                             00011600
                                                                        00011610
           .                                                            00011620
       3200-ESTADISTICAS-EXIT.                                          00011630
           EXIT.                                                        00011640
                                                                        00011650
      ******************************************************************00011660
      ***                   9200-LEER-CURSOR                        *** 00011670
      ***                   ----------------                        *** 00011680
      * SE REALIZA EL FETCH DEL CURSOR C-NEGATIVOS.                    *00011690
      ******************************************************************00011700
       9200-LEER-CURSOR.                                                00011710
                                                                        00011720
           EXEC SQL                                                     00011730
                FETCH C-NEGATIVOS                                       00011740
                 INTO :WF-IDEMPRD  , :WF-IDCENTD ,                      00011750
                      :WF-IDPRODD  , :WF-CODSPROD,                      00011760
                      :WF-CTOSALDO , :WF-CODMONSW,                      00011770
                      :WF-IMPSLDC  , :WF-TIPOPOL ,                      00011780
                      :WF-IMPLIMITE                                     00011790
           END-EXEC                                                     00011800
                                                                        00011810
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011820
                                                                        00011830
           EVALUATE  TRUE                                               00011840
               WHEN  DB2-OK                                             00011850
                     CONTINUE                                           00011860
                                                                        00011870
               WHEN  DB2-CLV-NOT-FOUND                                  00011880
                     SET SI-FIN-CURSOR        TO TRUE                   00011890
                                                                        00011900
               WHEN  OTHER                                              00011910
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00011920
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00011930
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00011940
                     MOVE CA-KJBCCNG          TO WK-RUTINA              00011950
                     MOVE CA-POS-DISP-PMAS    TO WK-TABLA-DB2           00011960
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00011970
                                                                        00011980
                     PERFORM 9000-CANCELACION                           00011990
                        THRU 9000-CANCELACION-EXIT                      00012000
                                                                        00012010
           END-EVALUATE                                                 00012020
                                                                        00012030
           .                                                            00012040
       9200-LEER-CURSOR-EXIT.                                           00012050
           EXIT.                                                        00012060
                                                                        00012070
      ******************************************************************00012080
      ***                   9000-CANCELACION                        *** 00012090
      ***                   ----------------                        *** 00012100
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00012110
      ******************************************************************00012120
       9000-CANCELACION.                                                00012130
                                                                        00012140
           MOVE CA-RESP                       TO WK-RESPONSABLE         00012150
                                                                        00012160
           EVALUATE  TRUE                                               00012170
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00012180
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012190
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012200
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00012210
                         RESPONSABLE('WK-RESPONSABLE')                  00012220
                         DESCRIPCION('WK-DESCRIPCION')                  00012230
                         PROGRAMA('WK-PROGRAMA')                        00012240
                         PARRAFO('WK-PARRAFO')                          00012250
                         SQLCA('SQLCA')                                 00012260
                         TABLA_DB2('WK-TABLA-DB2')                      00012270
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00012280
                     END-FUN                                            00012290
                                                                        00012300
               WHEN  OTHER                                              00012310
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012320
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012330
                         RESPONSABLE('WK-RESPONSABLE')                  00012340
                         DESCRIPCION('WK-DESCRIPCION')                  00012350
                         PROGRAMA('WK-PROGRAMA')                        00012360
                         PARRAFO('WK-PARRAFO')                          00012370
                         DDNAME('WK-DDNAME')                            00012380
                         FILE_STATUS('WK-FILE-STATUS')                  00012390
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00012400
                     END-FUN                                            00012410
                                                                        00012420
           END-EVALUATE                                                 00012430
                                                                        00012440
           .                                                            00012450
       9000-CANCELACION-EXIT.                                           00012460
           EXIT.                                                        00012470
