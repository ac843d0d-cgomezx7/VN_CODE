      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPBASAL.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15-10-2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DIARIO DE INTERFASE SALIENTE DE    *00000110
      *               CAMBIOS DE PARAMETRIZACION PARA LOS SISTEMAS     *00000120
      *               RECEPTORES (PROCESADOR DE TARJETAS, PLATAFORMA   *00000130
      *               DE FACTURACION...). SELECCIONA LAS FILAS DE LAS  *00000140
      *               HISTORICAS MDDT750H Y MDDT755H CARGADAS DESDE LA *00000150
      *               MARCA DE AGUA DEL RECEPTOR (PARM_SAL_CTRL) POR   *00000160
      *               MPBAHIS, MPBAPAM, MPBAACT, MPBAREN O MPBAIMP, Y  *00000170
      *               ESCRIBE UN REGISTRO POR CAMBIO CON EL VALOR Y    *00000180
      *               VIGENCIA ANTERIORES, LOS NUEVOS Y EL ORIGEN,     *00000190
      *               ENTRE CABECERA Y COLA DE CONTROL. AL TERMINAR    *00000200
      *               AVANZA LA MARCA DE AGUA AL PUNTO DE CORTE Y      *00000210
      *               REGISTRA EL FICHERO EN EL LIBRO DE TRANSMISIONES *00000220
      *               SALIENTES (RUTINA XXBATRS) CON EL RECEPTOR COMO  *00000230
      *               NOMBRE.                                          *00000240
      *-                                                              -*00000250
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000260
      *        WK-IDRECEPT  : IDENTIFICADOR DEL RECEPTOR (CADA UNO     *00000270
      *                       MANTIENE SU PROPIA MARCA DE AGUA).       *00000280
      *        WK-FILTRO-PANUMPAR : HASTA 24 CODIGOS DE PARAMETRO A    *00000290
      *                       ENVIAR AL RECEPTOR. EN BLANCO, TODOS.    *00000300
      *-                                                              -*00000310
      *  FICHEROS DE SALIDA:                                           *00000320
      *        MPBASAS1 : FICHERO DE INTERFASE CON LOS CAMBIOS DE      *00000330
      *                   PARAMETRIZACION DESDE LA ULTIMA EJECUCION.   *00000340
      *-                                                              -*00000350
      *  RUTINAS:                                                      *00000360
      *        XXBATRS  : LIBRO DE TRANSMISIONES SALIENTES.            *00000370
      *-                                                              -*00000380
      *  TABLAS:                                                       *00000390
      *        MDDT750H      : HISTORICO PARAMETROS POR PRODUCTO.      *00000400
      *        MDDT755H      : HISTORICO PARAMETROS POR ENTIDAD.       *00000410
      *        PARM_SAL_CTRL : MARCAS DE AGUA DE LA INTERFASE          *00000420
      *                        (ACTUALIZA).                            *00000430
      *-                                                              -*00000440
      ******************************************************************00000450
      *                  M O D I F I C A C I O N E S                   *00000460
      *                  ---------------------------                   *00000470
      *                                                                *00000480
      * USUARIO  FECHA        DESCRIPCION                              *00000490
      * -------- ----------   ---------------------------------------- *00000500
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. INTERFASE        *00000510
      *                        SALIENTE DE CAMBIOS DE MDDT750/MDDT755  *00000520
      *                        POR MARCA DE AGUA SOBRE LA FECHA DE     *00000530
      *                        CARGA DE LAS HISTORICAS.                *00000540
      *                                                                *00000550
      ******************************************************************00000560
                                                                        00000570
      ******************************************************************00000580
      * IDENTIFICATION DIVISION                                        *00000590
      ******************************************************************00000600
       IDENTIFICATION DIVISION.                                         00000610
       PROGRAM-ID.    MPBASAL.                                          00000620
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
      * INPUT OUTPUT SECTION                                          * 00000830
      *----------------------------------------------------------------*00000840
       INPUT-OUTPUT SECTION.                                            00000850
       FILE-CONTROL.                                                    00000860
                                                                        00000870
      * -- FICHERO DE INTERFASE CON LOS CAMBIOS DE PARAMETRIZACION.     00000880
           SELECT MPBASAS1 ASSIGN MPBASAS1                              00000890
                  ACCESS MODE IS SEQUENTIAL                             00000900
                  FILE STATUS IS FS-MPBASAS1.                           00000910
                                                                        00000920
      ******************************************************************00000930
      * DATA DIVISION                                                  *00000940
      ******************************************************************00000950
       DATA DIVISION.                                                   00000960
                                                                        00000970
      *----------------------------------------------------------------*00000980
      * FILE SECTION                                                  * 00000990
      *----------------------------------------------------------------*00001000
       FILE SECTION.                                                    00001010
                                                                        00001020
       FD  MPBASAS1                                                     00001030
           BLOCK CONTAINS 0 RECORDS                                     00001040
           RECORDING MODE IS F                                          00001050
           LABEL RECORD ARE STANDARD                                    00001060
           RECORD CONTAINS 150 CHARACTERS                               00001070
           DATA RECORD IS REG-MPBASAS1.                                 00001080
       01  REG-MPBASAS1                    PIC X(150).                  00001090
                                                                        00001100
      *----------------------------------------------------------------*00001110
      * WORKING-STORAGE SECTION                                       * 00001120
      *----------------------------------------------------------------*00001130
       WORKING-STORAGE SECTION.                                         00001140
                                                                        00001150
      ******************************************************************00001160
      *                        S W I T C H E S                         *00001170
      ******************************************************************00001180
       01  SW-SWITCHES.                                                 00001190
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001200
               88  DB2-OK                              VALUE 0.         00001210
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001220
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001230
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001240
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001250
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001260
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001270
           05  SW-EXISTE-MARCA             PIC X(01)   VALUE 'N'.       00001280
               88  SI-EXISTE-MARCA                     VALUE 'S'.       00001290
               88  NO-EXISTE-MARCA                     VALUE 'N'.       00001300
           05  SW-EN-FILTRO                PIC X(01)   VALUE 'N'.       00001310
               88  SI-EN-FILTRO                        VALUE 'S'.       00001320
               88  NO-EN-FILTRO                        VALUE 'N'.       00001330
                                                                        00001340
      ******************************************************************00001350
      *                      C O N S T A N T E S                       *00001360
      ******************************************************************00001370
       01  CT-CONSTANTES.                                               00001380
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001390
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001400
               10  CA-MPBASAL              PIC X(08)   VALUE 'MPBASAL'. 00001410
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001420
      -                            'PAGO'.                              00001430
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001440
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001450
               10  CA-MPBASAS1             PIC X(08)   VALUE 'MPBASAS1'.00001460
               10  CA-XXBATRS              PIC X(08)   VALUE 'XXBATRS'. 00001470
               10  CA-FUN-GENERADO         PIC X(01)   VALUE 'G'.       00001480
               10  CA-TRS-RETORNO-OK       PIC X(02)   VALUE '00'.      00001490
               10  CA-MPBAHIS              PIC X(08)   VALUE 'MPBAHIS'. 00001500
               10  CA-MPBAPAM              PIC X(08)   VALUE 'MPBAPAM'. 00001510
               10  CA-MPBAACT              PIC X(08)   VALUE 'MPBAACT'. 00001520
               10  CA-MPBAREN              PIC X(08)   VALUE 'MPBAREN'. 00001530
               10  CA-MPBAIMP              PIC X(08)   VALUE 'MPBAIMP'. 00001540
               10  CA-TABLA-750            PIC X(03)   VALUE '750'.     00001550
               10  CA-TABLA-755            PIC X(03)   VALUE '755'.     00001560
               10  CA-ERR-SALIENTE         PIC X(32)   VALUE            00001570
                         'LA RUTINA XXBATRS DEVOLVIO ERROR'.            00001580
               10  CA-ERR-RECEPTOR         PIC X(38)   VALUE            00001590
                         'FALTA EL IDENTIFICADOR DEL RECEPTOR'.         00001600
               10  CA-PRF-1000             PIC X(11)   VALUE            00001610
                         '1000-INICIO'.                                 00001620
               10  CA-PRF-3070             PIC X(23)   VALUE            00001630
                         '3070-REGISTRAR-SALIENTE'.                     00001640
               10  CA-MDDT750H             PIC X(08)   VALUE 'MDDT750H'.00001650
               10  CA-MDDT755H             PIC X(08)   VALUE 'MDDT755H'.00001660
               10  CA-PARM-SAL-CTRL        PIC X(13)   VALUE 'PARM_SAL_C00001670
      -                            'TRL'.                               00001680
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001690
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001700
               10  CA-TIPO-CAB             PIC X(03)   VALUE 'CAB'.     00001710
               10  CA-TIPO-DET             PIC X(03)   VALUE 'DET'.     00001720
               10  CA-TIPO-FIN             PIC X(03)   VALUE 'FIN'.     00001730
               10  CA-TS-INICIAL           PIC X(26)   VALUE '0001-01-0100001740
      -                            '-00.00.00.000000'.                  00001750
               10  CA-ERR-ABRIR-MPBASAS1   PIC X(34)   VALUE 'ERROR AL A00001760
      -                            'BRIR EL FICHERO MPBASAS1'.          00001770
               10  CA-ERR-CERRAR-MPBASAS1  PIC X(35)   VALUE 'ERROR AL C00001780
      -                            'ERRAR EL FICHERO MPBASAS1'.         00001790
               10  CA-ERR-ESCRIB-MPBASAS1  PIC X(34)   VALUE 'ERROR AL E00001800
      -                            'SCRIBIR FICHERO MPBASAS1'.          00001810
               10  CA-ERR-CURSOR           PIC X(39)   VALUE 'ERROR EN A00001820
      -                            'CCESO AL CURSOR C-CAMBIOS-SAL'.     00001830
               10  CA-ERR-ANTERIOR         PIC X(40)   VALUE 'ERROR AL L00001840
      -                            'EER EL VALOR ANTERIOR EN HIST'.     00001850
               10  CA-ERR-MARCA            PIC X(38)   VALUE 'ERROR AL L00001860
      -                            'EER LA MARCA PARM_SAL_CTRL'.        00001870
               10  CA-ERR-GRABAR-MARCA     PIC X(42)   VALUE 'ERROR AL A00001880
      -                            'CTUALIZAR LA MARCA PARM_SAL_CTRL'.  00001890
               10  CA-ERR-COMMIT           PIC X(27)   VALUE 'ERROR AL E00001900
      -                            'JECUTAR COMMIT'.                    00001910
               10  CA-ERR-TIMESTAMP        PIC X(39)   VALUE 'ERROR AL O00001920
      -                            'BTENER EL CURRENT TIMESTAMP'.       00001930
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001940
      -                            '-FICHEROS'.                         00001950
               10  CA-PRF-1200             PIC X(20)   VALUE '1200-LEER-00001960
      -                            'MARCA-AGUA'.                        00001970
               10  CA-PRF-1300             PIC X(19)   VALUE '1300-FIJAR00001980
      -                            '-CORTE'.                            00001990
               10  CA-PRF-1400             PIC X(18)   VALUE '1400-ABRIR00002000
      -                            '-CURSOR'.                           00002010
               10  CA-PRF-2100             PIC X(22)   VALUE '2100-ESCRI00002020
      -                            'BIR-DETALLE'.                       00002030
               10  CA-PRF-2200             PIC X(22)   VALUE '2200-VALOR00002040
      -                            '-ANTERIOR'.                         00002050
               10  CA-PRF-3050             PIC X(22)   VALUE '3050-GRABA00002060
      -                            'R-MARCA-AGUA'.                      00002070
               10  CA-PRF-3060             PIC X(25)   VALUE '3060-CONFI00002080
      -                            'RMAR-EXTRACCION'.                   00002090
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002100
      -                            'R-FICHEROS'.                        00002110
               10  CA-PRF-9200             PIC X(18)   VALUE '9200-LEER-00002120
      -                            'CURSOR'.                            00002130
                                                                        00002140
           05  CN-CONSTANTES-NUMERICAS.                                 00002150
               10  CN-1                    PIC 9(01)   VALUE 1.         00002160
               10  CN-MAX-FILTROS          PIC 9(02)   VALUE 24.        00002170
                                                                        00002180
      ******************************************************************00002190
      *                    C O N T A D O R E S                        * 00002200
      ******************************************************************00002210
       01  CT-CONTADORES.                                               00002220
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002230
           05  CT-REG-FILTRADOS            PIC 9(9)    VALUE ZEROES.    00002240
           05  CT-REG-EXTRAIDOS            PIC 9(9)    VALUE ZEROES.    00002250
                                                                        00002260
      ******************************************************************00002270
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002280
      ******************************************************************00002290
       01  WK-ESTADISTICA.                                              00002300
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002310
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002320
      -                            'ICAS DE MPBASAL                     00002330
      -                            '        *'.                         00002340
           05  WK-CAB-3.                                                00002350
               10  FILLER                  PIC X(45)   VALUE '* CAMBIOS 00002360
      -                            'LEIDOS DE LAS HISTORICAS:       '.  00002370
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002380
               10  FILLER                  PIC X(01)   VALUE '*'.       00002390
           05  WK-CAB-4.                                                00002400
               10  FILLER                  PIC X(45)   VALUE '* CAMBIOS 00002410
      -                            'EXCLUIDOS POR EL FILTRO:        '.  00002420
               10  WK-FILTRADOS-ED         PIC ZZZZZZZZ9.               00002430
               10  FILLER                  PIC X(01)   VALUE '*'.       00002440
           05  WK-CAB-5.                                                00002450
               10  FILLER                  PIC X(45)   VALUE '* CAMBIOS 00002460
      -                            'EXTRAIDOS A MPBASAS1:           '.  00002470
               10  WK-EXTRAIDOS-ED         PIC ZZZZZZZZ9.               00002480
               10  FILLER                  PIC X(01)   VALUE '*'.       00002490
                                                                        00002500
      ******************************************************************00002510
      * VARIABLES DE INFORMACION DE LA FUNCION                        * 00002520
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002530
      ******************************************************************00002540
       01  WK-CANCELACION-BATCH.                                        00002550
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002560
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002570
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002580
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPBASAL'. 00002590
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002600
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002610
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002620
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002630
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002640
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002650
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002660
                                                                        00002670
      ******************************************************************00002680
      *                      F I L E  S T A T U S                     * 00002690
      ******************************************************************00002700
       01  FS-FILE-STATUS.                                              00002710
           05  FS-MPBASAS1                 PIC X(02).                   00002720
                                                                        00002730
      ******************************************************************00002740
      *            R E G I S T R O S   D E   I N T E R F A S E         *00002750
      ******************************************************************00002760
       01  WK-REG-CABECERA.                                             00002770
           05  WH-TIPO-REG                 PIC X(03).                   00002780
           05  WH-IDRECEPT                 PIC X(08).                   00002790
           05  WH-TS-DESDE                 PIC X(26).                   00002800
           05  WH-TS-HASTA                 PIC X(26).                   00002810
           05  FILLER                      PIC X(87)   VALUE SPACES.    00002820
                                                                        00002830
       01  WK-REG-DETALLE.                                              00002840
           05  WD-TIPO-REG                 PIC X(03).                   00002850
      *    -- '750' = PARAMETRO POR PRODUCTO, '755' = POR ENTIDAD.      00002860
           05  WD-TABLA                    PIC X(03).                   00002870
           05  WD-CDGENTI                  PIC X(04).                   00002880
           05  WD-CDGPRODU                 PIC X(03).                   00002890
           05  WD-CDGSUBP                  PIC X(03).                   00002900
           05  WD-PANUMPAR                 PIC X(03).                   00002910
      *    -- 'A' = ALTA, 'C' = CIERRE, 'R' = RENOVACION.               00002920
           05  WD-TIPOPERA                 PIC X(01).                   00002930
      *    -- ULTIMO VALOR Y VIGENCIA ANTERIORES DEL PARAMETRO EN ESE   00002940
      *    -- NIVEL (BLANCOS SI ES EL PRIMER CAMBIO REGISTRADO).        00002950
           05  WD-VALPARM-ANT              PIC X(10).                   00002960
           05  WD-FECALTA-ANT              PIC X(10).                   00002970
           05  WD-FEBAJA-ANT               PIC X(10).                   00002980
           05  WD-VALPARM-NUE              PIC X(10).                   00002990
           05  WD-FECALTA-NUE              PIC X(10).                   00003000
           05  WD-FEBAJA-NUE               PIC X(10).                   00003010
      *    -- PROCESO QUE GRABO EL CAMBIO Y USUARIO REGISTRADO.         00003020
           05  WD-ORIGEN                   PIC X(08).                   00003030
           05  WD-USUARUMO                 PIC X(08).                   00003040
           05  WD-FECHMOVH                 PIC X(26).                   00003050
           05  FILLER                      PIC X(28)   VALUE SPACES.    00003060
                                                                        00003070
       01  WK-REG-COLA.                                                 00003080
           05  WF-TIPO-REG                 PIC X(03).                   00003090
           05  WF-NUM-DETALLES             PIC 9(09).                   00003100
           05  FILLER                      PIC X(138)  VALUE SPACES.    00003110
                                                                        00003120
      ******************************************************************00003130
      *                      V A R I A B L E S                        * 00003140
      ******************************************************************00003150
       01  WK-VARIABLES.                                                00003160
           05  WK-TS-ULTIMO                PIC X(26)   VALUE SPACES.    00003170
           05  WK-TS-CORTE                 PIC X(26)   VALUE SPACES.    00003180
           05  WK-IND-FILTRO               PIC 9(02)   COMP             00003190
                                                       VALUE ZEROES.    00003200
           05  WK-IMPORTE-TOTAL            PIC S9(15)V9(2) COMP-3       00003210
                                                       VALUE ZEROES.    00003220
                                                                        00003230
       01  WK-PARAMETROS-SYSIN.                                         00003240
           05  WK-IDRECEPT                 PIC X(08)   VALUE SPACES.    00003250
           05  WK-FILTRO-PANUMPARES.                                    00003260
               10  WK-FILTRO-PANUMPAR      PIC X(03)   OCCURS 24 TIMES. 00003270
                                                                        00003280
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00003290
       01  WK-FILA-CURSOR.                                              00003300
           10  WC-TABLA                    PIC X(03).                   00003310
           10  WC-CDGENTI                  PIC X(04).                   00003320
           10  WC-CDGPRODU                 PIC X(03).                   00003330
           10  WC-CDGSUBP                  PIC X(03).                   00003340
           10  WC-PANUMPAR                 PIC X(03).                   00003350
           10  WC-VALPARM                  PIC X(10).                   00003360
           10  WC-FECALTA                  PIC X(10).                   00003370
           10  WC-FEBAJA                   PIC X(10).                   00003380
           10  WC-USUARUMO                 PIC X(08).                   00003390
           10  WC-TIPOPERA                 PIC X(01).                   00003400
           10  WC-FECHMOVH                 PIC X(26).                   00003410
                                                                        00003420
      * -- VALOR ANTERIOR DEL PARAMETRO EN LA HISTORICA.                00003430
       01  WK-FILA-ANTERIOR.                                            00003440
           10  WA-VALPARM                  PIC X(10).                   00003450
           10  WA-FECALTA                  PIC X(10).                   00003460
           10  WA-FEBAJA                   PIC X(10).                   00003470
                                                                        00003480
      * -- COPY DE COMUNICACION CON DB2.                                00003490
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003500
                                                                        00003510
      * -- DCLGEN DE LA TABLA MDDT750H.                                 00003520
           EXEC SQL INCLUDE D4462801 END-EXEC.                          00003530
      * -- DCLGEN DE LA TABLA MDDT755H.                                 00003540
           EXEC SQL INCLUDE D4462901 END-EXEC.                          00003550
      * -- DCLGEN DE LA TABLA PARM_SAL_CTRL.                            00003560
           EXEC SQL INCLUDE D4466400 END-EXEC.                          00003570
      * -- COPY DE COMUNICACION CON EL LIBRO DE TRANSMISIONES XXBATRS.  00003580
           COPY XXYATRS.                                                00003590
                                                                        00003600
      ******************************************************************00003610
      *                       PROCEDURE DIVISION                      * 00003620
      ******************************************************************00003630
       PROCEDURE DIVISION.                                              00003640
                                                                        00003650
           PERFORM 1000-INICIO                                          00003660
              THRU 1000-INICIO-EXIT                                     00003670
                                                                        00003680
           PERFORM 2000-PROCESO                                         00003690
              THRU 2000-PROCESO-EXIT                                    00003700
             UNTIL SI-FIN-CURSOR                                        00003710
                                                                        00003720
           PERFORM 3000-FIN                                             00003730
              THRU 3000-FIN-EXIT                                        00003740
                                                                        00003750
           .                                                            00003760
                                                                        00003770
      ******************************************************************00003780
      ***                   1000-INICIO                             *** 00003790
      ***                   -----------                             *** 00003800
      * SE OBTIENEN EL RECEPTOR Y SU FILTRO DE PARAMETROS DE SYSIN, SE *00003810
      * LEE LA MARCA DE AGUA ANTERIOR, SE FIJA EL PUNTO DE CORTE DE    *00003820
      * ESTA EJECUCION Y SE ABREN FICHERO Y CURSOR.                    *00003830
      ******************************************************************00003840
       1000-INICIO.                                                     00003850
                                                                        00003860
           INITIALIZE WK-VARIABLES                                      00003870
                      CT-CONTADORES                                     00003880
                                                                        00003890
           SET NO-FIN-CURSOR                 TO TRUE                    00003900
           SET NO-EXISTE-MARCA               TO TRUE                    00003910
                                                                        00003920
           ACCEPT WK-PARAMETROS-SYSIN FROM SYSIN                        00003930
                                                                        00003940
           IF  WK-IDRECEPT = SPACES OR LOW-VALUES                       00003950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003960
               MOVE CA-ERR-RECEPTOR          TO WK-DESCRIPCION          00003970
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003980
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00003990
                                                                        00004000
               PERFORM 9000-CANCELACION                                 00004010
                  THRU 9000-CANCELACION-EXIT                            00004020
                                                                        00004030
           END-IF                                                       00004040
                                                                        00004050
           IF  WK-FILTRO-PANUMPARES = LOW-VALUES                        00004060
               MOVE SPACES                   TO WK-FILTRO-PANUMPARES    00004070
           END-IF                                                       00004080
                                                                        00004090
           PERFORM 1100-ABRIR-FICHEROS                                  00004100
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004110
                                                                        00004120
           PERFORM 1200-LEER-MARCA-AGUA                                 00004130
              THRU 1200-LEER-MARCA-AGUA-EXIT                            00004140
                                                                        00004150
           PERFORM 1300-FIJAR-CORTE                                     00004160
              THRU 1300-FIJAR-CORTE-EXIT                                00004170
                                                                        00004180
           MOVE CA-TIPO-CAB                  TO WH-TIPO-REG             00004190
           MOVE WK-IDRECEPT                  TO WH-IDRECEPT             00004200
           MOVE WK-TS-ULTIMO                 TO WH-TS-DESDE             00004210
           MOVE WK-TS-CORTE                  TO WH-TS-HASTA             00004220
           WRITE REG-MPBASAS1 FROM WK-REG-CABECERA                      00004230
                                                                        00004240
           PERFORM 1400-ABRIR-CURSOR                                    00004250
              THRU 1400-ABRIR-CURSOR-EXIT                               00004260
                                                                        00004270
           PERFORM 9200-LEER-CURSOR                                     00004280
              THRU 9200-LEER-CURSOR-EXIT                                00004290
                                                                        00004300
           .                                                            00004310
       1000-INICIO-EXIT.                                                00004320
           EXIT.                                                        00004330
                                                                        00004340
      ******************************************************************00004350
      ***                   1100-ABRIR-FICHEROS                     *** 00004360
      ***                   -------------------                     *** 00004370
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00004380
      ******************************************************************00004390
       1100-ABRIR-FICHEROS.                                             00004400
                                                                        00004410
           OPEN OUTPUT MPBASAS1                                         00004420
                                                                        00004430
           IF  FS-MPBASAS1 NOT = CA-FS-OK                               00004440
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004450
               MOVE CA-ERR-ABRIR-MPBASAS1    TO WK-DESCRIPCION          00004460
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004470
               MOVE CA-MPBASAS1              TO WK-DDNAME               00004480
               MOVE FS-MPBASAS1              TO WK-FILE-STATUS          00004490
                                                                        00004500
               PERFORM 9000-CANCELACION                                 00004510
                  THRU 9000-CANCELACION-EXIT                            00004520
                                                                        00004530
           END-IF                                                       00004540
                                                                        00004550
           .                                                            00004560
       1100-ABRIR-FICHEROS-EXIT.                                        00004570
           EXIT.                                                        00004580
                                                                        00004590
      ******************************************************************00004600
      ***                   1200-LEER-MARCA-AGUA                    *** 00004610
      ***                   --------------------                    *** 00004620
      * SE RECUPERA LA MARCA DE AGUA DE LA ULTIMA EJECUCION PARA EL    *00004630
      * RECEPTOR RECIBIDO. SI NO EXISTE (PRIMERA EJECUCION) SE PARTE   *00004640
      * DEL TIMESTAMP INICIAL Y SE DARA DE ALTA AL FINALIZAR.          *00004650
      ******************************************************************00004660
       1200-LEER-MARCA-AGUA.                                            00004670
                                                                        00004680
           EXEC SQL                                                     00004690
                SELECT G3213_TSMARCA                                    00004700
                 INTO :G3213-TSMARCA                                    00004710
                 FROM PARM_SAL_CTRL                                     00004720
                WHERE G3213_IDRECEPT = :WK-IDRECEPT                     00004730
           END-EXEC                                                     00004740
                                                                        00004750
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004760
                                                                        00004770
           EVALUATE  TRUE                                               00004780
               WHEN  DB2-OK                                             00004790
                     SET SI-EXISTE-MARCA      TO TRUE                   00004800
                     MOVE G3213-TSMARCA       TO WK-TS-ULTIMO           00004810
               WHEN  DB2-CLV-NOT-FOUND                                  00004820
                     MOVE CA-TS-INICIAL       TO WK-TS-ULTIMO           00004830
               WHEN  OTHER                                              00004840
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00004850
                     MOVE CA-ERR-MARCA        TO WK-DESCRIPCION         00004860
                     MOVE CA-PRF-1200         TO WK-PARRAFO             00004870
                     MOVE CA-MPBASAL          TO WK-RUTINA              00004880
                     MOVE CA-PARM-SAL-CTRL    TO WK-TABLA-DB2           00004890
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00004900
                                                                        00004910
                     PERFORM 9000-CANCELACION                           00004920
                        THRU 9000-CANCELACION-EXIT                      00004930
                                                                        00004940
           END-EVALUATE                                                 00004950
                                                                        00004960
           .                                                            00004970
       1200-LEER-MARCA-AGUA-EXIT.                                       00004980
           EXIT.                                                        00004990
                                                                        00005000
      ******************************************************************00005010
      ***                   1300-FIJAR-CORTE                        *** 00005020
      ***                   ----------------                        *** 00005030
      * SE FIJA EL PUNTO DE CORTE DE ESTA EJECUCION CON EL CURRENT     *00005040
      * TIMESTAMP DE DB2, DE FORMA QUE LOS CAMBIOS POSTERIORES AL      *00005050
      * ARRANQUE QUEDEN PARA LA SIGUIENTE EJECUCION.                   *00005060
      ******************************************************************00005070
       1300-FIJAR-CORTE.                                                00005080
                                                                        00005090
           EXEC SQL                                                     00005100
                SET :WK-TS-CORTE = CURRENT TIMESTAMP                    00005110
           END-EXEC                                                     00005120
                                                                        00005130
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005140
                                                                        00005150
           IF  NOT DB2-OK                                               00005160
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005170
               MOVE CA-ERR-TIMESTAMP          TO WK-DESCRIPCION         00005180
               MOVE CA-PRF-1300               TO WK-PARRAFO             00005190
               MOVE CA-MPBASAL                TO WK-RUTINA              00005200
               MOVE CA-PARM-SAL-CTRL          TO WK-TABLA-DB2           00005210
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005220
                                                                        00005230
               PERFORM 9000-CANCELACION                                 00005240
                  THRU 9000-CANCELACION-EXIT                            00005250
                                                                        00005260
           END-IF                                                       00005270
                                                                        00005280
           .                                                            00005290
       1300-FIJAR-CORTE-EXIT.                                           00005300
           EXIT.                                                        00005310
                                                                        00005320
      ******************************************************************00005330
      ***                   1400-ABRIR-CURSOR                       *** 00005340
      ***                   -----------------                       *** 00005350
      * SE DECLARA Y ABRE EL CURSOR DE CAMBIOS DE LAS HISTORICAS CUYA  *00005360
      * FECHA DE CARGA ES POSTERIOR A LA MARCA DE AGUA Y NO POSTERIOR  *00005370
      * AL PUNTO DE CORTE. SE USA LA FECHA DE CARGA Y NO LA DEL        *00005380
      * MOVIMIENTO PORQUE MPBAIMP CONSERVA LA DEL ENTORNO DE ORIGEN.   *00005390
      ******************************************************************00005400
       1400-ABRIR-CURSOR.                                               00005410
                                                                        00005420
           EXEC SQL                                                     00005430
                DECLARE C-CAMBIOS-SAL CURSOR FOR                        00005440
                SELECT :CA-TABLA-750   , G3177H_CDGENTI ,               00005450
                       G3177H_CDGPRODU , G3177H_CDGSUBP ,               00005460
                       G3177H_PANUMPAR , G3177H_VALPARM ,               00005470
                       G3177H_FECALTA  , G3177H_FEBAJA  ,               00005480
                       G3177H_USUARUMO , G3177H_TIPOPERA,               00005490
                       G3177H_FECHMOVH                                  00005500
                  FROM MDDT750H                                         00005510
                 WHERE G3177H_FECCARGA >  :WK-TS-ULTIMO                 00005520
                   AND G3177H_FECCARGA <= :WK-TS-CORTE                  00005530
                UNION ALL                                               00005540
                SELECT :CA-TABLA-755   , G3178H_CDGENTI ,               00005550
                       ' '             , ' '            ,               00005560
                       G3178H_PANUMPAR , G3178H_VALPARM ,               00005570
                       G3178H_FECALTA  , G3178H_FEBAJA  ,               00005580
                       G3178H_USUARUMO , G3178H_TIPOPERA,               00005590
                       G3178H_FECHMOVH                                  00005600
                  FROM MDDT755H                                         00005610
                 WHERE G3178H_FECCARGA >  :WK-TS-ULTIMO                 00005620
                   AND G3178H_FECCARGA <= :WK-TS-CORTE                  00005630
                 ORDER BY 1, 2, 3, 4, 5, 11                             00005640
           END-EXEC                                                     00005650
                                                                        00005660
           EXEC SQL                                                     00005670
                OPEN C-CAMBIOS-SAL                                      00005680
           END-EXEC                                                     00005690
                                                                        00005700
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005710
                                                                        00005720
           IF  NOT DB2-OK                                               00005730
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005740
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00005750
               MOVE CA-PRF-1400               TO WK-PARRAFO             00005760
               MOVE CA-MPBASAL                TO WK-RUTINA              00005770
               MOVE CA-MDDT750H               TO WK-TABLA-DB2           00005780
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005790
                                                                        00005800
               PERFORM 9000-CANCELACION                                 00005810
                  THRU 9000-CANCELACION-EXIT                            00005820
                                                                        00005830
           END-IF                                                       00005840
                                                                        00005850
           .                                                            00005860
       1400-ABRIR-CURSOR-EXIT.                                          00005870
           EXIT.                                                        00005880
                                                                        00005890
      ******************************************************************00005900
      ***                   2000-PROCESO                            *** 00005910
      ***                   ------------                            *** 00005920
      * SI EL PARAMETRO DEL CAMBIO ESTA EN EL FILTRO DEL RECEPTOR (O   *00005930
      * NO HAY FILTRO) SE OBTIENE SU VALOR ANTERIOR Y SE ESCRIBE EL    *00005940
      * DETALLE. DESPUES SE LEE EL SIGUIENTE CAMBIO.                   *00005950
      ******************************************************************00005960
       2000-PROCESO.                                                    00005970
                                                                        00005980
           PERFORM 2050-APLICAR-FILTRO                                  00005990
              THRU 2050-APLICAR-FILTRO-EXIT                             00006000
                                                                        00006010
           IF  SI-EN-FILTRO                                             00006020
               PERFORM 2200-VALOR-ANTERIOR                              00006030
                  THRU 2200-VALOR-ANTERIOR-EXIT                         00006040
                                                                        00006050
               PERFORM 2100-ESCRIBIR-DETALLE                            00006060
                  THRU 2100-ESCRIBIR-DETALLE-EXIT                       00006070
           ELSE                                                         00006080
               ADD CN-1                       TO CT-REG-FILTRADOS       00006090
           END-IF                                                       00006100
                                                                        00006110
           PERFORM 9200-LEER-CURSOR                                     00006120
              THRU 9200-LEER-CURSOR-EXIT                                00006130
                                                                        00006140
           .                                                            00006150
       2000-PROCESO-EXIT.                                               00006160
           EXIT.                                                        00006170
                                                                        00006180
      ******************************************************************00006190
      ***                   2050-APLICAR-FILTRO                     *** 00006200
      ***                   -------------------                     *** 00006210
      * SE COMPRUEBA SI EL PARAMETRO DEL CAMBIO ESTA ENTRE LOS CODIGOS *00006220
      * DEL FILTRO DEL RECEPTOR. SIN FILTRO SE ENVIAN TODOS.           *00006230
      ******************************************************************00006240
       2050-APLICAR-FILTRO.                                             00006250
                                                                        00006260
           IF  WK-FILTRO-PANUMPARES = SPACES                            00006270
               SET SI-EN-FILTRO               TO TRUE                   00006280
               GO TO 2050-APLICAR-FILTRO-EXIT                           00006290
           END-IF                                                       00006300
                                                                        00006310
           SET NO-EN-FILTRO                   TO TRUE                   00006320
                                                                        00006330
           PERFORM 2060-BUSCAR-FILTRO                                   00006340
              THRU 2060-BUSCAR-FILTRO-EXIT                              00006350
                   VARYING WK-IND-FILTRO FROM CN-1 BY CN-1              00006360
                     UNTIL WK-IND-FILTRO > CN-MAX-FILTROS               00006370
                        OR SI-EN-FILTRO                                 00006380
                                                                        00006390
           .                                                            00006400
       2050-APLICAR-FILTRO-EXIT.                                        00006410
           EXIT.                                                        00006420
                                                                        00006430
      ******************************************************************00006440
      ***                   2060-BUSCAR-FILTRO                      *** 00006450
      ***                   ------------------                      *** 00006460
      * SE COMPARA EL PARAMETRO DEL CAMBIO CON UN CODIGO DEL FILTRO.   *00006470
      ******************************************************************00006480
       2060-BUSCAR-FILTRO.                                              00006490
                                                                        00006500
           IF  WK-FILTRO-PANUMPAR (WK-IND-FILTRO) = WC-PANUMPAR         00006510
               SET SI-EN-FILTRO               TO TRUE                   00006520
           END-IF                                                       00006530
                                                                        00006540
           .                                                            00006550
       2060-BUSCAR-FILTRO-EXIT.                                         00006560
           EXIT.                                                        00006570
                                                                        00006580
      ******************************************************************00006590
      ***                   2100-ESCRIBIR-DETALLE                   *** 00006600
      ***                   ---------------------                   *** 00006610
      * SE ESCRIBE EL REGISTRO DE DETALLE DE LA INTERFASE CON LOS      *00006620
      * VALORES ANTERIOR Y NUEVO Y EL PROCESO DE ORIGEN DEL CAMBIO.    *00006630
      ******************************************************************00006640
       2100-ESCRIBIR-DETALLE.                                           00006650
                                                                        00006660
           MOVE CA-TIPO-DET                   TO WD-TIPO-REG            00006670
           MOVE WC-TABLA                      TO WD-TABLA               00006680
           MOVE WC-CDGENTI                    TO WD-CDGENTI             00006690
           MOVE WC-CDGPRODU                   TO WD-CDGPRODU            00006700
           MOVE WC-CDGSUBP                    TO WD-CDGSUBP             00006710
           MOVE WC-PANUMPAR                   TO WD-PANUMPAR            00006720
           MOVE WC-TIPOPERA                   TO WD-TIPOPERA            00006730
           MOVE WA-VALPARM                    TO WD-VALPARM-ANT         00006740
           MOVE WA-FECALTA                    TO WD-FECALTA-ANT         00006750
           MOVE WA-FEBAJA                     TO WD-FEBAJA-ANT          00006760
           MOVE WC-VALPARM                    TO WD-VALPARM-NUE         00006770
           MOVE WC-FECALTA                    TO WD-FECALTA-NUE         00006780
           MOVE WC-FEBAJA                     TO WD-FEBAJA-NUE          00006790
           MOVE WC-USUARUMO                   TO WD-USUARUMO            00006800
           MOVE WC-FECHMOVH                   TO WD-FECHMOVH            00006810
                                                                        00006820
      * -- LOS PROCESOS BATCH GRABAN SU NOMBRE COMO USUARIO; EL RESTO   00006830
      * -- DE CAMBIOS LOS GRABA EL MANTENIMIENTO EN LINEA MPBAPAM.      00006840
           EVALUATE  WC-USUARUMO                                        00006850
               WHEN  CA-MPBAHIS                                         00006860
               WHEN  CA-MPBAACT                                         00006870
               WHEN  CA-MPBAREN                                         00006880
               WHEN  CA-MPBAIMP                                         00006890
                     MOVE WC-USUARUMO         TO WD-ORIGEN              00006900
               WHEN  OTHER                                              00006910
                     MOVE CA-MPBAPAM          TO WD-ORIGEN              00006920
           END-EVALUATE                                                 00006930
                                                                        00006940
           WRITE REG-MPBASAS1 FROM WK-REG-DETALLE                       00006950
                                                                        00006960
           IF  FS-MPBASAS1 NOT = CA-FS-OK                               00006970
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006980
               MOVE CA-ERR-ESCRIB-MPBASAS1   TO WK-DESCRIPCION          00006990
               MOVE CA-PRF-2100              TO WK-PARRAFO              00007000
               MOVE CA-MPBASAS1              TO WK-DDNAME               00007010
               MOVE FS-MPBASAS1              TO WK-FILE-STATUS          00007020
               MOVE WK-REG-DETALLE           TO WK-DATOS-REGISTRO       00007030
                                                                        00007040
               PERFORM 9000-CANCELACION                                 00007050
                  THRU 9000-CANCELACION-EXIT                            00007060
                                                                        00007070
           END-IF                                                       00007080
                                                                        00007090
           ADD CN-1                           TO CT-REG-EXTRAIDOS       00007100
                                                                        00007110
           .                                                            00007120
       2100-ESCRIBIR-DETALLE-EXIT.                                      00007130
           EXIT.                                                        00007140
                                                                        00007150
      ******************************************************************00007160
      ***                   2200-VALOR-ANTERIOR                     *** 00007170
      ***                   -------------------                     *** 00007180
      * SE OBTIENE DE LA HISTORICA EL MOVIMIENTO INMEDIATAMENTE        *00007190
      * ANTERIOR DEL MISMO PARAMETRO EN EL MISMO NIVEL. SI NO EXISTE   *00007200
      * EL VALOR Y LA VIGENCIA ANTERIORES SE ENVIAN EN BLANCO.         *00007210
      ******************************************************************00007220
       2200-VALOR-ANTERIOR.                                             00007230
                                                                        00007240
           INITIALIZE WK-FILA-ANTERIOR                                  00007250
                                                                        00007260
           IF  WC-TABLA = CA-TABLA-750                                  00007270
               EXEC SQL                                                 00007280
                    SELECT G3177H_VALPARM, G3177H_FECALTA,              00007290
                           G3177H_FEBAJA                                00007300
                      INTO :WA-VALPARM   , :WA-FECALTA  ,               00007310
                           :WA-FEBAJA                                   00007320
                      FROM MDDT750H                                     00007330
                     WHERE G3177H_CDGENTI  = :WC-CDGENTI                00007340
                       AND G3177H_CDGPRODU = :WC-CDGPRODU               00007350
                       AND G3177H_CDGSUBP  = :WC-CDGSUBP                00007360
                       AND G3177H_PANUMPAR = :WC-PANUMPAR               00007370
                       AND G3177H_FECHMOVH < :WC-FECHMOVH               00007380
                     ORDER BY G3177H_FECHMOVH DESC                      00007390
                     FETCH FIRST 1 ROW ONLY                             00007400
               END-EXEC                                                 00007410
               MOVE CA-MDDT750H               TO WK-TABLA-DB2           00007420
           ELSE                                                         00007430
               EXEC SQL                                                 00007440
                    SELECT G3178H_VALPARM, G3178H_FECALTA,              00007450
                           G3178H_FEBAJA                                00007460
                      INTO :WA-VALPARM   , :WA-FECALTA  ,               00007470
                           :WA-FEBAJA                                   00007480
                      FROM MDDT755H                                     00007490
                     WHERE G3178H_CDGENTI  = :WC-CDGENTI                00007500
                       AND G3178H_PANUMPAR = :WC-PANUMPAR               00007510
                       AND G3178H_FECHMOVH < :WC-FECHMOVH               00007520
                     ORDER BY G3178H_FECHMOVH DESC                      00007530
                     FETCH FIRST 1 ROW ONLY                             00007540
               END-EXEC                                                 00007550
               MOVE CA-MDDT755H               TO WK-TABLA-DB2           00007560
           END-IF                                                       00007570
                                                                        00007580
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007590
                                                                        00007600
           EVALUATE  TRUE                                               00007610
               WHEN  DB2-OK                                             00007620
                     CONTINUE                                           00007630
               WHEN  DB2-CLV-NOT-FOUND                                  00007640
                     INITIALIZE WK-FILA-ANTERIOR                        00007650
               WHEN  OTHER                                              00007660
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007670
                     MOVE CA-ERR-ANTERIOR     TO WK-DESCRIPCION         00007680
                     MOVE CA-PRF-2200         TO WK-PARRAFO             00007690
                     MOVE CA-MPBASAL          TO WK-RUTINA              00007700
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007710
                                                                        00007720
                     PERFORM 9000-CANCELACION                           00007730
                        THRU 9000-CANCELACION-EXIT                      00007740
                                                                        00007750
           END-EVALUATE                                                 00007760
                                                                        00007770
           .                                                            00007780
       2200-VALOR-ANTERIOR-EXIT.                                        00007790
           EXIT.                                                        00007800
                                                                        00007810
      ******************************************************************00007820
      ***                   3000-FIN                                *** 00007830
      ***                   --------                                *** 00007840
      * SE ESCRIBE LA COLA DE CONTROL, SE ACTUALIZA LA MARCA DE AGUA,  *00007850
      * SE REGISTRA EL FICHERO EN EL LIBRO DE TRANSMISIONES, SE        *00007860
      * CONFIRMA, Y SE MUESTRAN LAS ESTADISTICAS DE LA EJECUCION.      *00007870
      ******************************************************************00007880
       3000-FIN.                                                        00007890
                                                                        00007900
           MOVE CA-TIPO-FIN                   TO WF-TIPO-REG            00007910
           MOVE CT-REG-EXTRAIDOS              TO WF-NUM-DETALLES        00007920
                                                                        00007930
           WRITE REG-MPBASAS1 FROM WK-REG-COLA                          00007940
                                                                        00007950
      * -- EL FICHERO SE CIERRA ANTES DE AVANZAR LA MARCA DE AGUA: SI   00007960
      * -- EL CIERRE FALLA, LA MARCA NO SE MUEVE Y EL RELANZAMIENTO     00007970
      * -- VUELVE A EXTRAER EL MISMO TRAMO.                             00007980
           PERFORM 3100-CERRAR-FICHEROS                                 00007990
              THRU 3100-CERRAR-FICHEROS-EXIT                            00008000
                                                                        00008010
           PERFORM 3050-GRABAR-MARCA-AGUA                               00008020
              THRU 3050-GRABAR-MARCA-AGUA-EXIT                          00008030
           PERFORM 3070-REGISTRAR-SALIENTE                              00008040
              THRU 3070-REGISTRAR-SALIENTE-EXIT                         00008050
                                                                        00008060
           PERFORM 3060-CONFIRMAR-EXTRACCION                            00008070
              THRU 3060-CONFIRMAR-EXTRACCION-EXIT                       00008080
                                                                        00008090
           PERFORM 3200-ESTADISTICAS                                    00008100
              THRU 3200-ESTADISTICAS-EXIT                               00008110
                                                                        00008120
           STOP RUN                                                     00008130
                                                                        00008140
           .                                                            00008150
       3000-FIN-EXIT.                                                   00008160
           EXIT.                                                        00008170
                                                                        00008180
      ******************************************************************00008190
      ***                   3050-GRABAR-MARCA-AGUA                  *** 00008200
      ***                   ----------------------                  *** 00008210
      * SE ACTUALIZA LA MARCA DE AGUA DEL RECEPTOR AL PUNTO DE CORTE   *00008220
      * DE ESTA EJECUCION (ALTA EN LA PRIMERA EJECUCION DEL RECEPTOR). *00008230
      ******************************************************************00008240
       3050-GRABAR-MARCA-AGUA.                                          00008250
                                                                        00008260
           IF  SI-EXISTE-MARCA                                          00008270
               EXEC SQL                                                 00008280
                    UPDATE PARM_SAL_CTRL                                00008290
                       SET G3213_TSMARCA  = :WK-TS-CORTE,               00008300
                           G3213_FECEJEC  =  CURRENT DATE,              00008310
                           G3213_NUMREGEX = :CT-REG-EXTRAIDOS,          00008320
                           G3213_USUAUDIT = :CA-MPBASAL                 00008330
                     WHERE G3213_IDRECEPT = :WK-IDRECEPT                00008340
               END-EXEC                                                 00008350
           ELSE                                                         00008360
               EXEC SQL                                                 00008370
                    INSERT INTO PARM_SAL_CTRL                           00008380
                          ( G3213_IDRECEPT, G3213_TSMARCA,              00008390
                            G3213_FECEJEC , G3213_NUMREGEX,             00008400
                            G3213_USUAUDIT )                            00008410
                    VALUES                                              00008420
                          ( :WK-IDRECEPT, :WK-TS-CORTE,                 00008430
                            CURRENT DATE, :CT-REG-EXTRAIDOS,            00008440
                            :CA-MPBASAL )                               00008450
               END-EXEC                                                 00008460
           END-IF                                                       00008470
                                                                        00008480
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008490
                                                                        00008500
           IF  NOT DB2-OK                                               00008510
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008520
               MOVE CA-ERR-GRABAR-MARCA       TO WK-DESCRIPCION         00008530
               MOVE CA-PRF-3050               TO WK-PARRAFO             00008540
               MOVE CA-MPBASAL                TO WK-RUTINA              00008550
               MOVE CA-PARM-SAL-CTRL          TO WK-TABLA-DB2           00008560
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00008570
                                                                        00008580
               PERFORM 9000-CANCELACION                                 00008590
                  THRU 9000-CANCELACION-EXIT                            00008600
                                                                        00008610
           END-IF                                                       00008620
                                                                        00008630
           .                                                            00008640
       3050-GRABAR-MARCA-AGUA-EXIT.                                     00008650
           EXIT.                                                        00008660
                                                                        00008670
      ******************************************************************00008680
      ***                   3070-REGISTRAR-SALIENTE                  ***00008690
      ***                   -----------------------                  ***00008700
      * SE REGISTRA EL FICHERO GENERADO EN EL LIBRO DE TRANSMISIONES   *00008710
      * SALIENTES (RUTINA XXBATRS) CON EL RECEPTOR COMO NOMBRE DEL     *00008720
      * FICHERO, DE MODO QUE CADA RECEPTOR TENGA SU PROPIO ASIENTO Y   *00008730
      * SU PROPIO ACUSE. LOS CAMBIOS NO LLEVAN IMPORTES Y EL TOTAL DE  *00008740
      * CONTROL SE REGISTRA A CERO.                                    *00008750
      ******************************************************************00008760
       3070-REGISTRAR-SALIENTE.                                         00008770
                                                                        00008780
           INITIALIZE XXYATRS                                           00008790
                                                                        00008800
           MOVE CA-FUN-GENERADO              TO XXYATRS-FUNCION-E       00008810
           MOVE WK-IDRECEPT                  TO XXYATRS-FICHERO-E       00008820
           MOVE WK-TS-CORTE (1:10)           TO XXYATRS-FECNEGOCIO-E    00008830
           MOVE WK-PROGRAMA                  TO XXYATRS-PROGRAMA-E      00008840
           MOVE CT-REG-EXTRAIDOS             TO XXYATRS-NUMREG-E        00008850
           MOVE WK-IMPORTE-TOTAL             TO XXYATRS-HASHIMP-E       00008860
                                                                        00008870
           CALL CA-XXBATRS               USING XXYATRS                  00008880
                                                                        00008890
           IF  XXYATRS-RETORNO NOT = CA-TRS-RETORNO-OK                  00008900
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008910
               MOVE CA-ERR-SALIENTE          TO WK-DESCRIPCION          00008920
               MOVE CA-PRF-3070              TO WK-PARRAFO              00008930
               MOVE XXYATRS-DESCRIPCION      TO WK-DATOS-REGISTRO       00008940
                                                                        00008950
               PERFORM 9000-CANCELACION                                 00008960
                  THRU 9000-CANCELACION-EXIT                            00008970
                                                                        00008980
           END-IF                                                       00008990
                                                                        00009000
           .                                                            00009010
       3070-REGISTRAR-SALIENTE-EXIT.                                    00009020
           EXIT.                                                        00009030
                                                                        00009040
      ******************************************************************00009050
      ***                   3060-CONFIRMAR-EXTRACCION               *** 00009060
      ***                   -------------------------               *** 00009070
      * SE CONFIRMA (COMMIT) LA ACTUALIZACION DE LA MARCA DE AGUA Y EL *00009080
      * ASIENTO DEL LIBRO DE TRANSMISIONES.                            *00009090
      ******************************************************************00009100
       3060-CONFIRMAR-EXTRACCION.                                       00009110
                                                                        00009120
           EXEC SQL                                                     00009130
                COMMIT                                                  00009140
           END-EXEC                                                     00009150
                                                                        00009160
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00009170
                                                                        00009180
           IF  NOT DB2-OK                                               00009190
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009200
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00009210
               MOVE CA-PRF-3060               TO WK-PARRAFO             00009220
               MOVE CA-MPBASAL                TO WK-RUTINA              00009230
               MOVE CA-PARM-SAL-CTRL          TO WK-TABLA-DB2           00009240
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00009250
                                                                        00009260
               PERFORM 9000-CANCELACION                                 00009270
                  THRU 9000-CANCELACION-EXIT                            00009280
                                                                        00009290
           END-IF                                                       00009300
                                                                        00009310
           .                                                            00009320
       3060-CONFIRMAR-EXTRACCION-EXIT.                                  00009330
           EXIT.                                                        00009340
                                                                        00009350
      ******************************************************************00009360
      ***                   3100-CERRAR-FICHEROS                    *** 00009370
      ***                   ---------------------                   *** 00009380
      * SE CIERRAN EL CURSOR DE DB2 Y EL FICHERO DE SALIDA.            *00009390
      ******************************************************************00009400
       3100-CERRAR-FICHEROS.                                            00009410
                                                                        00009420
           EXEC SQL                                                     00009430
                CLOSE C-CAMBIOS-SAL                                     00009440
           END-EXEC                                                     00009450
                                                                        00009460
           CLOSE MPBASAS1                                               00009470
                                                                        00009480
           IF  FS-MPBASAS1 NOT = CA-FS-OK                               00009490
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009500
               MOVE CA-ERR-CERRAR-MPBASAS1   TO WK-DESCRIPCION          00009510
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009520
               MOVE CA-MPBASAS1              TO WK-DDNAME               00009530
               MOVE FS-MPBASAS1              TO WK-FILE-STATUS          00009540
                                                                        00009550
               PERFORM 9000-CANCELACION                                 00009560
                  THRU 9000-CANCELACION-EXIT                            00009570
                                                                        00009580
           END-IF                                                       00009590
                                                                        00009600
           .                                                            00009610
       3100-CERRAR-FICHEROS-EXIT.                                       00009620
           EXIT.                                                        00009630
                                                                        00009640
      ******************************************************************00009650
      ***                   3200-ESTADISTICAS                       *** 00009660
      ***                   -----------------                       *** 00009670
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009680
      ******************************************************************00009690
       3200-ESTADISTICAS.                                               00009700
                                                                        00009710
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00009720
           MOVE CT-REG-FILTRADOS              TO WK-FILTRADOS-ED        00009730
           MOVE CT-REG-EXTRAIDOS              TO WK-EXTRAIDOS-ED        00009740
                                                                        00009750
           DISPLAY WK-CAB-1                                             00009760
           DISPLAY WK-CAB-2                                             00009770
           DISPLAY WK-CAB-1                                             00009780
           DISPLAY WK-CAB-3                                             00009790
           DISPLAY WK-CAB-4                                             00009800
           DISPLAY WK-CAB-5                                             00009810
           DISPLAY WK-CAB-1                                             00009820
                                                                        00009830
           .                                                            00009840
       3200-ESTADISTICAS-EXIT.                                          00009850
           EXIT.                                                        00009860
                                                                        00009870
      ******************************************************************00009880
      ***                   9200-LEER-CURSOR                        *** 00009890
      ***                   ----------------                        *** 00009900
      * SE REALIZA EL FETCH DEL CURSOR C-CAMBIOS-SAL.                  *00009910
      ******************************************************************00009920
       9200-LEER-CURSOR.                                                00009930
                                                                        00009940
           EXEC SQL                                                     00009950
                FETCH C-CAMBIOS-SAL                                     00009960
                 INTO :WC-TABLA    , :WC-CDGENTI ,                      00009970
                      :WC-CDGPRODU , :WC-CDGSUBP ,                      00009980
                      :WC-PANUMPAR , :WC-VALPARM ,                      00009990
                      :WC-FECALTA  , :WC-FEBAJA  ,                      00010000
                      :WC-USUARUMO , :WC-TIPOPERA,                      00010010
                      :WC-FECHMOVH                                      00010020
           END-EXEC                                                     00010030
                                                                        00010040
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00010050
                                                                        00010060
           EVALUATE  TRUE                                               00010070
               WHEN  DB2-OK                                             00010080
                     ADD CN-1                 TO CT-REG-LEIDOS          00010090
                                                                        00010100
               WHEN  DB2-CLV-NOT-FOUND                                  00010110
                     SET SI-FIN-CURSOR        TO TRUE                   00010120
                                                                        00010130
               WHEN  OTHER                                              00010140
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00010150
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00010160
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00010170
                     MOVE CA-MPBASAL          TO WK-RUTINA              00010180
                     MOVE CA-MDDT750H         TO WK-TABLA-DB2           00010190
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00010200
                                                                        00010210
                     PERFORM 9000-CANCELACION                           00010220
                        THRU 9000-CANCELACION-EXIT                      00010230
                                                                        00010240
           END-EVALUATE                                                 00010250
                                                                        00010260
           .                                                            00010270
       9200-LEER-CURSOR-EXIT.                                           00010280
           EXIT.                                                        00010290
                                                                        00010300
      ******************************************************************00010310
      ***                   9000-CANCELACION                        *** 00010320
      ***                   ----------------                        *** 00010330
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00010340
      ******************************************************************00010350
       9000-CANCELACION.                                                00010360
                                                                        00010370
           MOVE CA-RESP                       TO WK-RESPONSABLE         00010380
                                                                        00010390
           EVALUATE  TRUE                                               00010400
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00010410
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010420
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010430
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00010440
                         RESPONSABLE('WK-RESPONSABLE')                  00010450
                         DESCRIPCION('WK-DESCRIPCION')                  00010460
                         PROGRAMA('WK-PROGRAMA')                        00010470
                         PARRAFO('WK-PARRAFO')                          00010480
                         SQLCA('SQLCA')                                 00010490
                         TABLA_DB2('WK-TABLA-DB2')                      00010500
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00010510
                     END-FUN                                            00010520
                                                                        00010530
               WHEN  OTHER                                              00010540
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010550
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010560
                         RESPONSABLE('WK-RESPONSABLE')                  00010570
                         DESCRIPCION('WK-DESCRIPCION')                  00010580
                         PROGRAMA('WK-PROGRAMA')                        00010590
                         PARRAFO('WK-PARRAFO')                          00010600
                         DDNAME('WK-DDNAME')                            00010610
                         FILE_STATUS('WK-FILE-STATUS')                  00010620
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00010630
                     END-FUN                                            00010640
                                                                        00010650
           END-EVALUATE                                                 00010660
                                                                        00010670
           .                                                            00010680
       9000-CANCELACION-EXIT.                                           00010690
           EXIT.                                                        00010700
