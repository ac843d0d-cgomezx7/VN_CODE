      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCEV.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE RECUENTO MENSUAL DE LOS ENVIOS  *00000110
      *               DE CORRESPONDENCIA A CLIENTES POR CANAL DE       *00000120
      *               ENTREGA, A PARTIR DE LOS CONTADORES QUE LA       *00000130
      *               RUTINA KJBCCCP MANTIENE EN POS_CORR_CANAL_MES.   *00000140
      *               EMITE UN LISTADO CON UNA LINEA POR TIPO DE       *00000150
      *               CORRESPONDENCIA Y UNA LINEA DE TOTAL DEL MES:    *00000160
      *               - ENVIOS POR CANAL: 'P' PAPEL, 'E' ELECTRONICO,  *00000170
      *                 'A' AMBOS Y 'N' NO ENVIADOS POR RENUNCIA.      *00000180
      *               - ENVIOS EN PAPEL ('P' + 'A') Y SIN PAPEL        *00000190
      *                 ('E' + 'N').                                   *00000200
      *               - AHORRO DE FRANQUEO ESTIMADO: ENVIOS SIN PAPEL  *00000210
      *                 POR EL COSTE UNITARIO DE FRANQUEO DEL SYSIN.   *00000220
      *-                                                              -*00000230
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000240
      *        WK-MES-CORR        : MES A LISTAR (AAAAMM).             *00000250
      *        WK-COSTE-FRANQUEO  : COSTE UNITARIO DEL FRANQUEO EN     *00000260
      *                             CENTIMOS (99999). OPCIONAL, SI NO  *00000270
      *                             SE INFORMA NO SE CALCULA AHORRO.   *00000280
      *-                                                              -*00000290
      *  FICHEROS DE SALIDA:                                           *00000300
      *        KJBCEVS1 : LISTADO DE ENVIOS POR CANAL DEL MES.         *00000310
      *-                                                              -*00000320
      *  TABLAS:                                                       *00000330
      *     POS_CORR_CANAL_MES : ENVIOS POR MES, TIPO Y CANAL          *00000340
      *                          (LECTURA).                            *00000350
      *-                                                              -*00000360
      ******************************************************************00000370
      *                  M O D I F I C A C I O N E S                   *00000380
      *                  ---------------------------                   *00000390
      *                                                                *00000400
      * USUARIO  FECHA        DESCRIPCION                              *00000410
      * -------- ----------   ---------------------------------------- *00000420
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. RECUENTO MENSUAL *00000430
      *                        DE ENVIOS POR CANAL Y AHORRO DE         *00000440
      *                        FRANQUEO.                               *00000450
      *                                                                *00000460
      ******************************************************************00000470
                                                                        00000480
      ******************************************************************00000490
      * IDENTIFICATION DIVISION                                        *00000500
      ******************************************************************00000510
       IDENTIFICATION DIVISION.                                         00000520
       PROGRAM-ID.    KJBCCEV.                                          00000530
       AUTHOR.        VIEWNEXT.                                         00000540
       DATE-WRITTEN.  15-10-2026.                                       00000550
       DATE-COMPILED.                                                   00000560
                                                                        00000570
      ******************************************************************00000580
      * ENVIRONMENT DIVISION                                           *00000590
      ******************************************************************00000600
       ENVIRONMENT DIVISION.                                            00000610
                                                                        00000620
      *----------------------------------------------------------------*00000630
      * CONFIGURATION SECTION                                          *00000640
      *----------------------------------------------------------------*00000650
       CONFIGURATION SECTION.                                           00000660
                                                                        00000670
       SOURCE-COMPUTER. IBM-3090.                                       00000680
       OBJECT-COMPUTER. IBM-3090.                                       00000690
       SPECIAL-NAMES.                                                   00000700
           DECIMAL-POINT IS COMMA.                                      00000710
                                                                        00000720
      *----------------------------------------------------------------*00000730
      * INPUT OUTPUT SECTION                                           *00000740
      *----------------------------------------------------------------*00000750
       INPUT-OUTPUT SECTION.                                            00000760
       FILE-CONTROL.                                                    00000770
                                                                        00000780
      * -- LISTADO DE ENVIOS POR CANAL DEL MES.                         00000790
           SELECT KJBCEVS1 ASSIGN KJBCEVS1                              00000800
                  ACCESS MODE IS SEQUENTIAL                             00000810
                  FILE STATUS IS FS-KJBCEVS1.                           00000820
                                                                        00000830
      ******************************************************************00000840
      * DATA DIVISION                                                  *00000850
      ******************************************************************00000860
       DATA DIVISION.                                                   00000870
                                                                        00000880
      *----------------------------------------------------------------*00000890
      * FILE SECTION                                                   *00000900
      *----------------------------------------------------------------*00000910
       FILE SECTION.                                                    00000920
                                                                        00000930
       FD  KJBCEVS1                                                     00000940
           BLOCK CONTAINS 0 RECORDS                                     00000950
           RECORDING MODE IS F                                          00000960
           LABEL RECORD ARE STANDARD                                    00000970
           RECORD CONTAINS 132 CHARACTERS                               00000980
           DATA RECORD IS REG-KJBCEVS1.                                 00000990
       01  REG-KJBCEVS1                    PIC X(132).                  00001000
                                                                        00001010
      *----------------------------------------------------------------*00001020
      * WORKING-STORAGE SECTION                                        *00001030
      *----------------------------------------------------------------*00001040
       WORKING-STORAGE SECTION.                                         00001050
                                                                        00001060
      ******************************************************************00001070
      *                        S W I T C H E S                         *00001080
      ******************************************************************00001090
       01  SW-SWITCHES.                                                 00001100
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001110
               88  DB2-OK                              VALUE 0.         00001120
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001130
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001140
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001150
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001160
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001170
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001180
                                                                        00001190
      ******************************************************************00001200
      *                      C O N S T A N T E S                       *00001210
      ******************************************************************00001220
       01  CT-CONSTANTES.                                               00001230
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001240
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001250
               10  CA-KJBCCEV              PIC X(07)   VALUE 'KJBCCEV'. 00001260
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001270
      -                            'PAGO'.                              00001280
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001290
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001300
               10  CA-KJBCEVS1             PIC X(08)   VALUE 'KJBCEVS1'.00001310
               10  CA-POS-CORR-CANAL-MES   PIC X(18)   VALUE 'POS_CORR_C00001320
      -                            'ANAL_MES'.                          00001330
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001340
               10  CA-CANAL-PAPEL          PIC X(01)   VALUE 'P'.       00001350
               10  CA-CANAL-ELECTRONICO    PIC X(01)   VALUE 'E'.       00001360
               10  CA-CANAL-AMBOS          PIC X(01)   VALUE 'A'.       00001370
               10  CA-CANAL-NO-ENVIADO     PIC X(01)   VALUE 'N'.       00001380
               10  CA-TOTAL-MES            PIC X(13)   VALUE 'TOTAL DEL 00001390
      -                            'MES'.                               00001400
               10  CA-ERR-SYSIN            PIC X(43)   VALUE 'PARAMETROS00001410
      -                            ' DE SYSIN INCOMPLETOS O INVALIDOS'. 00001420
               10  CA-ERR-ABRIR-KJBCEVS1   PIC X(34)   VALUE 'ERROR AL A00001430
      -                            'BRIR EL FICHERO KJBCEVS1'.          00001440
               10  CA-ERR-CERRAR-KJBCEVS1  PIC X(35)   VALUE 'ERROR AL C00001450
      -                            'ERRAR EL FICHERO KJBCEVS1'.         00001460
               10  CA-ERR-ESCRIB-KJBCEVS1  PIC X(34)   VALUE 'ERROR AL E00001470
      -                            'SCRIBIR FICHERO KJBCEVS1'.          00001480
               10  CA-ERR-CURSOR           PIC X(34)   VALUE 'ERROR EN A00001490
      -                            'CCESO AL CURSOR C-CONTEO'.          00001500
               10  CA-PRF-1000             PIC X(11)   VALUE '1000-INICI00001510
      -                            'O'.                                 00001520
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001530
      -                            '-FICHEROS'.                         00001540
               10  CA-PRF-1200             PIC X(17)   VALUE '1200-ABRIR00001550
      -                            '-CURSOR'.                           00001560
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001570
      -                            'R-FICHEROS'.                        00001580
               10  CA-PRF-9200             PIC X(16)   VALUE '9200-LEER-00001590
      -                            'CURSOR'.                            00001600
               10  CA-PRF-9300             PIC X(22)   VALUE '9300-ESCRI00001610
      -                            'BIR-KJBCEVS1'.                      00001620
                                                                        00001630
           05  CN-CONSTANTES-NUMERICAS.                                 00001640
               10  CN-1                    PIC 9(01)   VALUE 1.         00001650
               10  CN-MES-MINIMO           PIC 9(02)   VALUE 1.         00001660
               10  CN-MES-MAXIMO           PIC 9(02)   VALUE 12.        00001670
               10  CN-MAX-TIPCORR          PIC 9(02)   VALUE 10.        00001680
                                                                        00001690
      ******************************************************************00001700
      *                    C O N T A D O R E S                         *00001710
      ******************************************************************00001720
       01  CT-CONTADORES.                                               00001730
           05  CT-FILAS-LEIDAS             PIC 9(9)    VALUE ZEROES.    00001740
           05  CT-FILAS-DESCARTADAS        PIC 9(9)    VALUE ZEROES.    00001750
           05  CT-TIPOS-LISTADOS           PIC 9(9)    VALUE ZEROES.    00001760
                                                                        00001770
      ******************************************************************00001780
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001790
      ******************************************************************00001800
       01  WK-ESTADISTICA.                                              00001810
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001820
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00001830
      -                            'ICAS DE KJBCCEV                     00001840
      -                            '        *'.                         00001850
           05  WK-CAB-3.                                                00001860
               10  FILLER                  PIC X(45)   VALUE '* FILAS LE00001870
      -                            'IDAS DE POS_CORR_CANAL_MES:'.       00001880
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00001890
               10  FILLER                  PIC X(01)   VALUE '*'.       00001900
           05  WK-CAB-4.                                                00001910
               10  FILLER                  PIC X(45)   VALUE '* FILAS DE00001920
      -                            'SCARTADAS (TIPO O CANAL):'.         00001930
               10  WK-DESCARTADAS-ED       PIC ZZZZZZZZ9.               00001940
               10  FILLER                  PIC X(01)   VALUE '*'.       00001950
           05  WK-CAB-5.                                                00001960
               10  FILLER                  PIC X(45)   VALUE '* TIPOS DE00001970
      -                            ' CORRESPONDENCIA LISTADOS:'.        00001980
               10  WK-TIPOS-ED             PIC ZZZZZZZZ9.               00001990
               10  FILLER                  PIC X(01)   VALUE '*'.       00002000
           05  WK-CAB-6.                                                00002010
               10  FILLER                  PIC X(45)   VALUE '* ENVIOS T00002020
      -                            'OTALES DEL MES:'.                   00002030
               10  WK-TOTAL-ED             PIC ZZZZZZZZ9.               00002040
               10  FILLER                  PIC X(01)   VALUE '*'.       00002050
           05  WK-CAB-7.                                                00002060
               10  FILLER                  PIC X(45)   VALUE '* ENVIOS E00002070
      -                            'N PAPEL (P + A):'.                  00002080
               10  WK-EN-PAPEL-ED          PIC ZZZZZZZZ9.               00002090
               10  FILLER                  PIC X(01)   VALUE '*'.       00002100
           05  WK-CAB-8.                                                00002110
               10  FILLER                  PIC X(45)   VALUE '* ENVIOS S00002120
      -                            'IN PAPEL (E + N):'.                 00002130
               10  WK-SIN-PAPEL-ED         PIC ZZZZZZZZ9.               00002140
               10  FILLER                  PIC X(01)   VALUE '*'.       00002150
                                                                        00002160
      ******************************************************************00002170
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002180
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002190
      ******************************************************************00002200
       01  WK-CANCELACION-BATCH.                                        00002210
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002220
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002230
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002240
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCEV'. 00002250
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002260
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002270
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002280
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002290
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002300
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002310
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002320
                                                                        00002330
      ******************************************************************00002340
      *                      F I L E  S T A T U S                      *00002350
      ******************************************************************00002360
       01  FS-FILE-STATUS.                                              00002370
           05  FS-KJBCEVS1                 PIC X(02).                   00002380
                                                                        00002390
      ******************************************************************00002400
      *                       L I N E A S  D E  I N F O R M E          *00002410
      ******************************************************************00002420
       01  WK-LINEA-CABECERA.                                           00002430
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002440
           05  FILLER                      PIC X(50)   VALUE 'RECUENTO M00002450
      -                            'ENSUAL DE LA CORRESPONDENCIA POR CAN00002460
      -                            'AL'.                                00002470
           05  FILLER                      PIC X(62)   VALUE SPACES.    00002480
                                                                        00002490
       01  WK-LINEA-PARAMETROS.                                         00002500
           05  FILLER                      PIC X(06)   VALUE ' MES: '.  00002510
           05  LP-MES-CORR                 PIC X(06).                   00002520
           05  FILLER                      PIC X(31)   VALUE '   COSTE U00002530
      -                            'NITARIO DE FRANQUEO:'.              00002540
           05  LP-COSTE-FRANQUEO           PIC ZZ9,99.                  00002550
           05  FILLER                      PIC X(83)   VALUE SPACES.    00002560
                                                                        00002570
       01  WK-LINEA-TITULOS.                                            00002580
           05  FILLER                      PIC X(117)  VALUE 'TP  TIPO C00002590
      -                            'ORRESPONDENCIA      PAPEL  ELECTRON.00002600
      -                            '      AMBOS  NO ENVIAD      TOTAL   00002610
      -                            'EN PAPEL  SIN PAPEL        AHORRO'. 00002620
           05  FILLER                      PIC X(15)   VALUE SPACES.    00002630
                                                                        00002640
       01  WK-LINEA-GUIONES                PIC X(132)  VALUE ALL '-'.   00002650
                                                                        00002660
       01  WK-LINEA-DETALLE.                                            00002670
           05  WD-TIPCORR                  PIC X(02).                   00002680
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002690
           05  WD-NOMBRE-TIPO              PIC X(20).                   00002700
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002710
           05  WD-PAPEL                    PIC ZZZZZZZZ9.               00002720
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002730
           05  WD-ELECTRONICO              PIC ZZZZZZZZ9.               00002740
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002750
           05  WD-AMBOS                    PIC ZZZZZZZZ9.               00002760
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002770
           05  WD-NO-ENVIADO               PIC ZZZZZZZZ9.               00002780
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002790
           05  WD-TOTAL                    PIC ZZZZZZZZ9.               00002800
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002810
           05  WD-EN-PAPEL                 PIC ZZZZZZZZ9.               00002820
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002830
           05  WD-SIN-PAPEL                PIC ZZZZZZZZ9.               00002840
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002850
           05  WD-AHORRO                   PIC ZZZ.ZZZ.ZZ9,99.          00002860
           05  FILLER                      PIC X(15)   VALUE SPACES.    00002870
                                                                        00002880
      ******************************************************************00002890
      *         N O M B R E S  D E  T I P O S  D E  C O R R E O        *00002900
      ******************************************************************00002910
       01  WK-NOMBRES-TIPOS.                                            00002920
           05  FILLER                      PIC X(20)   VALUE 'EXTRACTOS 00002930
      -                            ''.                                  00002940
           05  FILLER                      PIC X(20)   VALUE 'AVISOS DE 00002950
      -                            'REVERSA'.                           00002960
           05  FILLER                      PIC X(20)   VALUE 'CERTIFICAD00002970
      -                            'OS SALDO'.                          00002980
           05  FILLER                      PIC X(20)   VALUE 'PREAVISOS 00002990
      -                            'ABANDONO'.                          00003000
           05  FILLER                      PIC X(20)   VALUE 'COMUNIC. C00003010
      -                            'OMERCIALES'.                        00003020
           05  FILLER                      PIC X(20)   VALUE 'TIPO 06'. 00003030
           05  FILLER                      PIC X(20)   VALUE 'TIPO 07'. 00003040
           05  FILLER                      PIC X(20)   VALUE 'TIPO 08'. 00003050
           05  FILLER                      PIC X(20)   VALUE 'TIPO 09'. 00003060
           05  FILLER                      PIC X(20)   VALUE 'TIPO 10'. 00003070
       01  WK-TABLA-NOMBRES  REDEFINES WK-NOMBRES-TIPOS.                00003080
           05  WK-NOMBRE-TIPO              PIC X(20)   OCCURS 10 TIMES. 00003090
                                                                        00003100
      ******************************************************************00003110
      *                      V A R I A B L E S                         *00003120
      ******************************************************************00003130
       01  WK-VARIABLES.                                                00003140
           05  WK-PARAMETROS-SYSIN.                                     00003150
               10  WK-MES-CORR             PIC X(06).                   00003160
               10  WK-MES-CORR-R  REDEFINES WK-MES-CORR.                00003170
                   15  WK-MES-AAAA         PIC 9(04).                   00003180
                   15  WK-MES-MM           PIC 9(02).                   00003190
               10  WK-COSTE-FRANQUEO-X     PIC X(05).                   00003200
               10  WK-COSTE-FRANQUEO  REDEFINES WK-COSTE-FRANQUEO-X     00003210
                                           PIC 9(03)V99.                00003220
           05  WK-TIPCORR-X                PIC X(02).                   00003230
           05  WK-TIPCORR-N  REDEFINES WK-TIPCORR-X                     00003240
                                           PIC 9(02).                   00003250
           05  WK-IDX-TIPO                 PIC 9(02)   VALUE ZEROES.    00003260
           05  WK-TOTAL-TIPO               PIC 9(09)   VALUE ZEROES.    00003270
           05  WK-EN-PAPEL-TIPO            PIC 9(09)   VALUE ZEROES.    00003280
           05  WK-SIN-PAPEL-TIPO           PIC 9(09)   VALUE ZEROES.    00003290
           05  WK-AHORRO-TIPO              PIC 9(09)V99 VALUE ZEROES.   00003300
           05  WK-TOTALES-MES.                                          00003310
               10  WK-TOT-PAPEL            PIC 9(09)   VALUE ZEROES.    00003320
               10  WK-TOT-ELECTRONICO      PIC 9(09)   VALUE ZEROES.    00003330
               10  WK-TOT-AMBOS            PIC 9(09)   VALUE ZEROES.    00003340
               10  WK-TOT-NO-ENVIADO       PIC 9(09)   VALUE ZEROES.    00003350
               10  WK-TOT-TOTAL            PIC 9(09)   VALUE ZEROES.    00003360
               10  WK-TOT-EN-PAPEL         PIC 9(09)   VALUE ZEROES.    00003370
               10  WK-TOT-SIN-PAPEL        PIC 9(09)   VALUE ZEROES.    00003380
               10  WK-TOT-AHORRO           PIC 9(09)V99 VALUE ZEROES.   00003390
                                                                        00003400
      * -- ENVIOS ACUMULADOS POR TIPO DE CORRESPONDENCIA Y CANAL.       00003410
       01  WK-TABLA-ENVIOS.                                             00003420
           05  WK-FILA-TIPO                OCCURS 10 TIMES.             00003430
               10  WT-PAPEL                PIC 9(09).                   00003440
               10  WT-ELECTRONICO          PIC 9(09).                   00003450
               10  WT-AMBOS                PIC 9(09).                   00003460
               10  WT-NO-ENVIADO           PIC 9(09).                   00003470
                                                                        00003480
      * -- COPY DE COMUNICACION CON DB2.                                00003490
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003500
                                                                        00003510
      * -- DCLGEN DE LA TABLA POS_CORR_CANAL_MES.                       00003520
           EXEC SQL INCLUDE D7401600 END-EXEC.                          00003530
                                                                        00003540
      ******************************************************************00003550
      *                       PROCEDURE DIVISION                       *00003560
      ******************************************************************00003570
       PROCEDURE DIVISION.                                              00003580
                                                                        00003590
           PERFORM 1000-INICIO                                          00003600
              THRU 1000-INICIO-EXIT                                     00003610
                                                                        00003620
           PERFORM 2000-PROCESO                                         00003630
              THRU 2000-PROCESO-EXIT                                    00003640
             UNTIL SI-FIN-CURSOR                                        00003650
                                                                        00003660
           PERFORM 3000-FIN                                             00003670
              THRU 3000-FIN-EXIT                                        00003680
                                                                        00003690
           .                                                            00003700
                                                                        00003710
      ******************************************************************00003720
      ***                   1000-INICIO                           ***   00003730
      ***                   -----------                           ***   00003740
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE ABRE EL   *00003750
      * LISTADO Y EL CURSOR Y SE LEE LA PRIMERA FILA DEL MES.          *00003760
      ******************************************************************00003770
       1000-INICIO.                                                     00003780
                                                                        00003790
           INITIALIZE WK-VARIABLES                                      00003800
                      WK-TABLA-ENVIOS                                   00003810
                      CT-CONTADORES                                     00003820
                                                                        00003830
           SET NO-FIN-CURSOR                 TO TRUE                    00003840
                                                                        00003850
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003860
                                                                        00003870
           IF  WK-COSTE-FRANQUEO-X = SPACES OR LOW-VALUES               00003880
               MOVE ZEROES                   TO WK-COSTE-FRANQUEO       00003890
           END-IF                                                       00003900
                                                                        00003910
           IF  WK-MES-CORR NOT NUMERIC                                  00003920
            OR WK-MES-MM < CN-MES-MINIMO                                00003930
            OR WK-MES-MM > CN-MES-MAXIMO                                00003940
            OR WK-COSTE-FRANQUEO-X NOT NUMERIC                          00003950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003960
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00003970
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003980
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00003990
                                                                        00004000
               PERFORM 9000-CANCELACION                                 00004010
                  THRU 9000-CANCELACION-EXIT                            00004020
                                                                        00004030
           END-IF                                                       00004040
                                                                        00004050
           PERFORM 1100-ABRIR-FICHEROS                                  00004060
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004070
                                                                        00004080
           PERFORM 1200-ABRIR-CURSOR                                    00004090
              THRU 1200-ABRIR-CURSOR-EXIT                               00004100
                                                                        00004110
           PERFORM 9200-LEER-CURSOR                                     00004120
              THRU 9200-LEER-CURSOR-EXIT                                00004130
                                                                        00004140
           .                                                            00004150
       1000-INICIO-EXIT.                                                00004160
           EXIT.                                                        00004170
                                                                        00004180
      ******************************************************************00004190
      ***                   1100-ABRIR-FICHEROS                   ***   00004200
      ***                   -------------------                   ***   00004210
      * SE ABRE EL LISTADO Y SE ESCRIBE LA CABECERA CON EL MES Y EL    *00004220
      * COSTE UNITARIO DE FRANQUEO.                                    *00004230
      ******************************************************************00004240
       1100-ABRIR-FICHEROS.                                             00004250
                                                                        00004260
           OPEN OUTPUT KJBCEVS1                                         00004270
                                                                        00004280
           IF  FS-KJBCEVS1 NOT = CA-FS-OK                               00004290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004300
               MOVE CA-ERR-ABRIR-KJBCEVS1    TO WK-DESCRIPCION          00004310
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004320
               MOVE CA-KJBCEVS1              TO WK-DDNAME               00004330
               MOVE FS-KJBCEVS1              TO WK-FILE-STATUS          00004340
                                                                        00004350
               PERFORM 9000-CANCELACION                                 00004360
                  THRU 9000-CANCELACION-EXIT                            00004370
                                                                        00004380
           END-IF                                                       00004390
                                                                        00004400
           MOVE WK-MES-CORR                   TO LP-MES-CORR            00004410
           MOVE WK-COSTE-FRANQUEO             TO LP-COSTE-FRANQUEO      00004420
                                                                        00004430
           MOVE WK-LINEA-CABECERA             TO REG-KJBCEVS1           00004440
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00004450
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00004460
                                                                        00004470
           MOVE WK-LINEA-PARAMETROS           TO REG-KJBCEVS1           00004480
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00004490
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00004500
                                                                        00004510
           .                                                            00004520
       1100-ABRIR-FICHEROS-EXIT.                                        00004530
           EXIT.                                                        00004540
                                                                        00004550
      ******************************************************************00004560
      ***                   1200-ABRIR-CURSOR                     ***   00004570
      ***                   -----------------                     ***   00004580
      * SE DECLARA Y ABRE EL CURSOR DE ENVIOS DEL MES POR TIPO DE      *00004590
      * CORRESPONDENCIA Y CANAL.                                       *00004600
      ******************************************************************00004610
       1200-ABRIR-CURSOR.                                               00004620
                                                                        00004630
           EXEC SQL                                                     00004640
                DECLARE C-CONTEO CURSOR FOR                             00004650
                SELECT G6569_TIPCORR, G6569_CANAL,                      00004660
                       G6569_NUMENVIOS                                  00004670
                  FROM POS_CORR_CANAL_MES                               00004680
                 WHERE G6569_MESCORR = :WK-MES-CORR                     00004690
                 ORDER BY G6569_TIPCORR, G6569_CANAL                    00004700
           END-EXEC                                                     00004710
                                                                        00004720
           EXEC SQL                                                     00004730
                OPEN C-CONTEO                                           00004740
           END-EXEC                                                     00004750
                                                                        00004760
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004770
                                                                        00004780
           IF  NOT DB2-OK                                               00004790
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004800
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004810
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004820
               MOVE CA-KJBCCEV                TO WK-RUTINA              00004830
               MOVE CA-POS-CORR-CANAL-MES     TO WK-TABLA-DB2           00004840
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004850
                                                                        00004860
               PERFORM 9000-CANCELACION                                 00004870
                  THRU 9000-CANCELACION-EXIT                            00004880
                                                                        00004890
           END-IF                                                       00004900
                                                                        00004910
           .                                                            00004920
       1200-ABRIR-CURSOR-EXIT.                                          00004930
           EXIT.                                                        00004940
                                                                        00004950
      ******************************************************************00004960
      ***                   2000-PROCESO                          ***   00004970
      ***                   ------------                          ***   00004980
      * SE ACUMULA LA FILA LEIDA Y SE LEE LA SIGUIENTE.                *00004990
      ******************************************************************00005000
       2000-PROCESO.                                                    00005010
                                                                        00005020
           PERFORM 2100-ACUMULAR-ENVIOS                                 00005030
              THRU 2100-ACUMULAR-ENVIOS-EXIT                            00005040
                                                                        00005050
           PERFORM 9200-LEER-CURSOR                                     00005060
              THRU 9200-LEER-CURSOR-EXIT                                00005070
                                                                        00005080
           .                                                            00005090
       2000-PROCESO-EXIT.                                               00005100
           EXIT.                                                        00005110
                                                                        00005120
      ******************************************************************00005130
      ***                   2100-ACUMULAR-ENVIOS                  ***   00005140
      ***                   --------------------                  ***   00005150
      * SE SUMAN LOS ENVIOS DE LA FILA AL TIPO DE CORRESPONDENCIA Y    *00005160
      * CANAL QUE LE CORRESPONDEN. LAS FILAS CON UN TIPO FUERA DE      *00005170
      * RANGO O UN CANAL DESCONOCIDO SE DESCARTAN Y SE CUENTAN.        *00005180
      ******************************************************************00005190
       2100-ACUMULAR-ENVIOS.                                            00005200
                                                                        00005210
           MOVE G6569-TIPCORR                 TO WK-TIPCORR-X           00005220
                                                                        00005230
           IF  WK-TIPCORR-X NOT NUMERIC                                 00005240
               ADD CN-1                       TO CT-FILAS-DESCARTADAS   00005250
               GO TO 2100-ACUMULAR-ENVIOS-EXIT                          00005260
           END-IF                                                       00005270
                                                                        00005280
           IF  WK-TIPCORR-N < CN-1                                      00005290
            OR WK-TIPCORR-N > CN-MAX-TIPCORR                            00005300
               ADD CN-1                       TO CT-FILAS-DESCARTADAS   00005310
               GO TO 2100-ACUMULAR-ENVIOS-EXIT                          00005320
           END-IF                                                       00005330
                                                                        00005340
           MOVE WK-TIPCORR-N                  TO WK-IDX-TIPO            00005350
                                                                        00005360
           EVALUATE  G6569-CANAL                                        00005370
               WHEN  CA-CANAL-PAPEL                                     00005380
                     ADD G6569-NUMENVIOS      TO WT-PAPEL               00005390
                                                 (WK-IDX-TIPO)          00005400
               WHEN  CA-CANAL-ELECTRONICO                               00005410
                     ADD G6569-NUMENVIOS      TO WT-ELECTRONICO         00005420
                                                 (WK-IDX-TIPO)          00005430
               WHEN  CA-CANAL-AMBOS                                     00005440
                     ADD G6569-NUMENVIOS      TO WT-AMBOS               00005450
                                                 (WK-IDX-TIPO)          00005460
               WHEN  CA-CANAL-NO-ENVIADO                                00005470
                     ADD G6569-NUMENVIOS      TO WT-NO-ENVIADO          00005480
                                                 (WK-IDX-TIPO)          00005490
               WHEN  OTHER                                              00005500
                     ADD CN-1                 TO CT-FILAS-DESCARTADAS   00005510
           END-EVALUATE                                                 00005520
                                                                        00005530
           .                                                            00005540
       2100-ACUMULAR-ENVIOS-EXIT.                                       00005550
           EXIT.                                                        00005560
                                                                        00005570
      ******************************************************************00005580
      ***                   3000-FIN                              ***   00005590
      ***                   --------                              ***   00005600
      * SE ESCRIBE EL LISTADO, SE CIERRAN CURSOR Y FICHEROS Y SE       *00005610
      * MUESTRAN LAS ESTADISTICAS.                                     *00005620
      ******************************************************************00005630
       3000-FIN.                                                        00005640
                                                                        00005650
           PERFORM 3050-ESCRIBIR-LISTADO                                00005660
              THRU 3050-ESCRIBIR-LISTADO-EXIT                           00005670
                                                                        00005680
           PERFORM 3100-CERRAR-FICHEROS                                 00005690
              THRU 3100-CERRAR-FICHEROS-EXIT                            00005700
                                                                        00005710
           PERFORM 3200-ESTADISTICAS                                    00005720
              THRU 3200-ESTADISTICAS-EXIT                               00005730
                                                                        00005740
           STOP RUN                                                     00005750
                                                                        00005760
           .                                                            00005770
       3000-FIN-EXIT.                                                   00005780
           EXIT.                                                        00005790
                                                                        00005800
      ******************************************************************00005810
      ***                   3050-ESCRIBIR-LISTADO                 ***   00005820
      ***                   ---------------------                 ***   00005830
      * SE ESCRIBEN LOS TITULOS, UNA LINEA POR TIPO DE CORRESPONDENCIA *00005840
      * CON ENVIOS EN EL MES Y LA LINEA DE TOTAL DEL MES.              *00005850
      ******************************************************************00005860
       3050-ESCRIBIR-LISTADO.                                           00005870
                                                                        00005880
           MOVE WK-LINEA-GUIONES              TO REG-KJBCEVS1           00005890
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00005900
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00005910
                                                                        00005920
           MOVE WK-LINEA-TITULOS              TO REG-KJBCEVS1           00005930
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00005940
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00005950
                                                                        00005960
           MOVE WK-LINEA-GUIONES              TO REG-KJBCEVS1           00005970
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00005980
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00005990
                                                                        00006000
           PERFORM 3060-ESCRIBIR-TIPO                                   00006010
              THRU 3060-ESCRIBIR-TIPO-EXIT                              00006020
             VARYING WK-IDX-TIPO FROM CN-1 BY CN-1                      00006030
               UNTIL WK-IDX-TIPO > CN-MAX-TIPCORR                       00006040
                                                                        00006050
           MOVE WK-LINEA-GUIONES              TO REG-KJBCEVS1           00006060
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00006070
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00006080
                                                                        00006090
           MOVE SPACES                        TO WD-TIPCORR             00006100
           MOVE CA-TOTAL-MES                  TO WD-NOMBRE-TIPO         00006110
           MOVE WK-TOT-PAPEL                  TO WD-PAPEL               00006120
           MOVE WK-TOT-ELECTRONICO            TO WD-ELECTRONICO         00006130
           MOVE WK-TOT-AMBOS                  TO WD-AMBOS               00006140
           MOVE WK-TOT-NO-ENVIADO             TO WD-NO-ENVIADO          00006150
           MOVE WK-TOT-TOTAL                  TO WD-TOTAL               00006160
           MOVE WK-TOT-EN-PAPEL               TO WD-EN-PAPEL            00006170
           MOVE WK-TOT-SIN-PAPEL              TO WD-SIN-PAPEL           00006180
           MOVE WK-TOT-AHORRO                 TO WD-AHORRO              00006190
                                                                        00006200
           MOVE WK-LINEA-DETALLE              TO REG-KJBCEVS1           00006210
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00006220
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00006230
                                                                        00006240
           .                                                            00006250
       3050-ESCRIBIR-LISTADO-EXIT.                                      00006260
           EXIT.                                                        00006270
                                                                        00006280
      ******************************************************************00006290
      ***                   3060-ESCRIBIR-TIPO                    ***   00006300
      ***                   ------------------                    ***   00006310
      * SE ESCRIBE LA LINEA DE UN TIPO DE CORRESPONDENCIA: ENVIOS POR  *00006320
      * CANAL, EN PAPEL ('P' + 'A'), SIN PAPEL ('E' + 'N') Y AHORRO    *00006330
      * DE FRANQUEO DE LOS ENVIOS SIN PAPEL. LOS TIPOS SIN ENVIOS EN   *00006340
      * EL MES NO SE LISTAN. SE ACUMULAN LOS TOTALES DEL MES.          *00006350
      ******************************************************************00006360
       3060-ESCRIBIR-TIPO.                                              00006370
                                                                        00006380
           COMPUTE WK-TOTAL-TIPO    = WT-PAPEL       (WK-IDX-TIPO)      00006390
                                    + WT-ELECTRONICO (WK-IDX-TIPO)      00006400
                                    + WT-AMBOS       (WK-IDX-TIPO)      00006410
                                    + WT-NO-ENVIADO  (WK-IDX-TIPO)      00006420
                                                                        00006430
           IF  WK-TOTAL-TIPO = ZEROES                                   00006440
               GO TO 3060-ESCRIBIR-TIPO-EXIT                            00006450
           END-IF                                                       00006460
                                                                        00006470
           COMPUTE WK-EN-PAPEL-TIPO  = WT-PAPEL       (WK-IDX-TIPO)     00006480
                                     + WT-AMBOS       (WK-IDX-TIPO)     00006490
                                                                        00006500
           COMPUTE WK-SIN-PAPEL-TIPO = WT-ELECTRONICO (WK-IDX-TIPO)     00006510
                                     + WT-NO-ENVIADO  (WK-IDX-TIPO)     00006520
                                                                        00006530
           COMPUTE WK-AHORRO-TIPO    = WK-SIN-PAPEL-TIPO                00006540
                                     * WK-COSTE-FRANQUEO                00006550
                                                                        00006560
           MOVE WK-IDX-TIPO                   TO WD-TIPCORR             00006570
           MOVE WK-NOMBRE-TIPO (WK-IDX-TIPO)  TO WD-NOMBRE-TIPO         00006580
           MOVE WT-PAPEL       (WK-IDX-TIPO)  TO WD-PAPEL               00006590
           MOVE WT-ELECTRONICO (WK-IDX-TIPO)  TO WD-ELECTRONICO         00006600
           MOVE WT-AMBOS       (WK-IDX-TIPO)  TO WD-AMBOS               00006610
           MOVE WT-NO-ENVIADO  (WK-IDX-TIPO)  TO WD-NO-ENVIADO          00006620
           MOVE WK-TOTAL-TIPO                 TO WD-TOTAL               00006630
           MOVE WK-EN-PAPEL-TIPO              TO WD-EN-PAPEL            00006640
           MOVE WK-SIN-PAPEL-TIPO             TO WD-SIN-PAPEL           00006650
           MOVE WK-AHORRO-TIPO                TO WD-AHORRO              00006660
                                                                        00006670
           MOVE WK-LINEA-DETALLE              TO REG-KJBCEVS1           00006680
           PERFORM 9300-ESCRIBIR-KJBCEVS1                               00006690
              THRU 9300-ESCRIBIR-KJBCEVS1-EXIT                          00006700
                                                                        00006710
           ADD WT-PAPEL       (WK-IDX-TIPO)   TO WK-TOT-PAPEL           00006720
           ADD WT-ELECTRONICO (WK-IDX-TIPO)   TO WK-TOT-ELECTRONICO     00006730
           ADD WT-AMBOS       (WK-IDX-TIPO)   TO WK-TOT-AMBOS           00006740
           ADD WT-NO-ENVIADO  (WK-IDX-TIPO)   TO WK-TOT-NO-ENVIADO      00006750
           ADD WK-TOTAL-TIPO                  TO WK-TOT-TOTAL           00006760
           ADD WK-EN-PAPEL-TIPO               TO WK-TOT-EN-PAPEL        00006770
           ADD WK-SIN-PAPEL-TIPO              TO WK-TOT-SIN-PAPEL       00006780
           ADD WK-AHORRO-TIPO                 TO WK-TOT-AHORRO          00006790
           ADD CN-1                           TO CT-TIPOS-LISTADOS      00006800
                                                                        00006810
           .                                                            00006820
       3060-ESCRIBIR-TIPO-EXIT.                                         00006830
           EXIT.                                                        00006840
                                                                        00006850
      ******************************************************************00006860
      ***                   3100-CERRAR-FICHEROS                    *** 00006870
      ***                   ---------------------                   *** 00006880
      * SE CIERRAN EL CURSOR DE DB2 Y EL LISTADO.                      *00006890
      ******************************************************************00006900
       3100-CERRAR-FICHEROS.                                            00006910
                                                                        00006920
           EXEC SQL                                                     00006930
                CLOSE C-CONTEO                                          00006940
           END-EXEC                                                     00006950
                                                                        00006960
           CLOSE KJBCEVS1                                               00006970
                                                                        00006980
           IF  FS-KJBCEVS1 NOT = CA-FS-OK                               00006990
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007000
               MOVE CA-ERR-CERRAR-KJBCEVS1   TO WK-DESCRIPCION          00007010
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007020
               MOVE CA-KJBCEVS1              TO WK-DDNAME               00007030
               MOVE FS-KJBCEVS1              TO WK-FILE-STATUS          00007040
                                                                        00007050
               PERFORM 9000-CANCELACION                                 00007060
                  THRU 9000-CANCELACION-EXIT                            00007070
                                                                        00007080
           END-IF                                                       00007090
                                                                        00007100
           .                                                            00007110
       3100-CERRAR-FICHEROS-EXIT.                                       00007120
           EXIT.                                                        00007130
                                                                        00007140
      ******************************************************************00007150
      ***                   3200-ESTADISTICAS                       *** 00007160
      ***                   -----------------                       *** 00007170
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007180
      ******************************************************************00007190
       3200-ESTADISTICAS.                                               00007200
                                                                        00007210
           MOVE CT-FILAS-LEIDAS                TO WK-LEIDAS-ED          00007220
           MOVE CT-FILAS-DESCARTADAS           TO WK-DESCARTADAS-ED     00007230
           MOVE CT-TIPOS-LISTADOS              TO WK-TIPOS-ED           00007240
           MOVE WK-TOT-TOTAL                   TO WK-TOTAL-ED           00007250
           MOVE WK-TOT-EN-PAPEL                TO WK-EN-PAPEL-ED        00007260
           MOVE WK-TOT-SIN-PAPEL               TO WK-SIN-PAPEL-ED       00007270
                                                                        00007280
           DISPLAY WK-CAB-1                                             00007290
           DISPLAY WK-CAB-2                                             00007300
           DISPLAY WK-CAB-1                                             00007310
           DISPLAY WK-CAB-3                                             00007320
           DISPLAY WK-CAB-4                                             00007330
           DISPLAY WK-CAB-5                                             00007340
           DISPLAY WK-CAB-6                                             00007350
           DISPLAY WK-CAB-7                                             00007360
           DISPLAY WK-CAB-8                                             00007370
           DISPLAY WK-CAB-1                                             00007380
                                                                        00007390
           .                                                            00007400
       3200-ESTADISTICAS-EXIT.                                          00007410
           EXIT.                                                        00007420
                                                                        00007430
      ******************************************************************00007440
      ***                   9200-LEER-CURSOR                        *** 00007450
      ***                   ----------------                        *** 00007460
      * SE REALIZA EL FETCH DEL CURSOR C-CONTEO.                       *00007470
      ******************************************************************00007480
       9200-LEER-CURSOR.                                                00007490
                                                                        00007500
           EXEC SQL                                                     00007510
                FETCH C-CONTEO                                          00007520
                 INTO :G6569-TIPCORR, :G6569-CANAL,                     00007530
                      :G6569-NUMENVIOS                                  00007540
           END-EXEC                                                     00007550
                                                                        00007560
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007570
                                                                        00007580
           EVALUATE  TRUE                                               00007590
               WHEN  DB2-OK                                             00007600
                     ADD CN-1                 TO CT-FILAS-LEIDAS        00007610
                                                                        00007620
               WHEN  DB2-CLV-NOT-FOUND                                  00007630
                     SET SI-FIN-CURSOR        TO TRUE                   00007640
                                                                        00007650
               WHEN  OTHER                                              00007660
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007670
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00007680
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00007690
                     MOVE CA-KJBCCEV          TO WK-RUTINA              00007700
                     MOVE CA-POS-CORR-CANAL-MES                         00007710
                                              TO WK-TABLA-DB2           00007720
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007730
                                                                        00007740
                     PERFORM 9000-CANCELACION                           00007750
                        THRU 9000-CANCELACION-EXIT                      00007760
                                                                        00007770
           END-EVALUATE                                                 00007780
                                                                        00007790
           .                                                            00007800
       9200-LEER-CURSOR-EXIT.                                           00007810
           EXIT.                                                        00007820
                                                                        00007830
      ******************************************************************00007840
      ***                   9300-ESCRIBIR-KJBCEVS1                  *** 00007850
      ***                   ----------------------                  *** 00007860
      * SE ESCRIBE UNA LINEA DEL LISTADO.                              *00007870
      ******************************************************************00007880
       9300-ESCRIBIR-KJBCEVS1.                                          00007890
                                                                        00007900
           WRITE REG-KJBCEVS1                                           00007910
                                                                        00007920
           IF  FS-KJBCEVS1 NOT = CA-FS-OK                               00007930
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007940
               MOVE CA-ERR-ESCRIB-KJBCEVS1   TO WK-DESCRIPCION          00007950
               MOVE CA-PRF-9300              TO WK-PARRAFO              00007960
               MOVE CA-KJBCEVS1              TO WK-DDNAME               00007970
               MOVE FS-KJBCEVS1              TO WK-FILE-STATUS          00007980
               MOVE REG-KJBCEVS1             TO WK-DATOS-REGISTRO       00007990
                                                                        00008000
               PERFORM 9000-CANCELACION                                 00008010
                  THRU 9000-CANCELACION-EXIT                            00008020
                                                                        00008030
           END-IF                                                       00008040
                                                                        00008050
           .                                                            00008060
       9300-ESCRIBIR-KJBCEVS1-EXIT.                                     00008070
           EXIT.                                                        00008080
                                                                        00008090
      ******************************************************************00008100
      ***                   9000-CANCELACION                        *** 00008110
      ***                   ----------------                        *** 00008120
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008130
      ******************************************************************00008140
       9000-CANCELACION.                                                00008150
                                                                        00008160
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008170
                                                                        00008180
           EVALUATE  TRUE                                               00008190
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00008200
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008210
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008220
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00008230
                         RESPONSABLE('WK-RESPONSABLE')                  00008240
                         DESCRIPCION('WK-DESCRIPCION')                  00008250
                         PROGRAMA('WK-PROGRAMA')                        00008260
                         PARRAFO('WK-PARRAFO')                          00008270
                         SQLCA('SQLCA')                                 00008280
                         TABLA_DB2('WK-TABLA-DB2')                      00008290
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00008300
                     END-FUN                                            00008310
                                                                        00008320
               WHEN  OTHER                                              00008330
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008340
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008350
                         RESPONSABLE('WK-RESPONSABLE')                  00008360
                         DESCRIPCION('WK-DESCRIPCION')                  00008370
                         PROGRAMA('WK-PROGRAMA')                        00008380
                         PARRAFO('WK-PARRAFO')                          00008390
                         DDNAME('WK-DDNAME')                            00008400
                         FILE_STATUS('WK-FILE-STATUS')                  00008410
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008420
                     END-FUN                                            00008430
                                                                        00008440
           END-EVALUATE                                                 00008450
                                                                        00008460
           .                                                            00008470
       9000-CANCELACION-EXIT.                                           00008480
           EXIT.                                                        00008490
