      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCPP.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE CARGA DEL PRESUPUESTO DE SALDOS *00000110
      *               POR EMPRESA, CENTRO, PRODUCTO Y MONEDA A PARTIR  *00000120
      *               DEL FICHERO DEL DEPARTAMENTO DE PLANIFICACION.   *00000130
      *               SUSTITUYE EL PRESUPUESTO DEL PERIODO INDICADO EN *00000140
      *               POS_PRESUPUESTO (EL PROCESO ES RELANZABLE),      *00000150
      *               VALIDA CADA REGISTRO Y EMITE EL LISTADO DE       *00000160
      *               REGISTROS CARGADOS Y RECHAZADOS.                 *00000170
      *-                                                              -*00000180
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000190
      *        WK-PERIODO : PERIODO DEL PRESUPUESTO (AAAA-MM).         *00000200
      *-                                                              -*00000210
      *  FICHEROS DE ENTRADA:                                          *00000220
      *        KJBCPPE1 : PRESUPUESTO DE PLANIFICACION.                *00000230
      *-                                                              -*00000240
      *  FICHEROS DE SALIDA:                                           *00000250
      *        KJBCPPS1 : LISTADO DE REGISTROS CARGADOS/RECHAZADOS.    *00000260
      *-                                                              -*00000270
      *  TABLAS:                                                       *00000280
      *     POS_PRESUPUESTO : PRESUPUESTO DE SALDOS (ACTUALIZA).       *00000290
      *     POS_CAT_MONEDA  : CATALOGO DE MONEDAS (LECTURA).           *00000300
      *-                                                              -*00000310
      *  CODIGOS DE RETORNO:                                           *00000320
      *        0 : TODOS LOS REGISTROS CARGADOS.                       *00000330
      *        4 : HAY REGISTROS RECHAZADOS.                           *00000340
      *-                                                              -*00000350
      ******************************************************************00000360
      *                  M O D I F I C A C I O N E S                   *00000370
      *                  ---------------------------                   *00000380
      *                                                                *00000390
      * USUARIO  FECHA        DESCRIPCION                              *00000400
      * -------- ----------   ---------------------------------------- *00000410
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000420
      *                                                                *00000430
      ******************************************************************00000440
                                                                        00000450
      ******************************************************************00000460
      * IDENTIFICATION DIVISION                                        *00000470
      ******************************************************************00000480
       IDENTIFICATION DIVISION.                                         00000490
       PROGRAM-ID.    KJBCCPP.                                          00000500
       AUTHOR.        VIEWNEXT.                                         00000510
       DATE-WRITTEN.  15-10-2026.                                       00000520
       DATE-COMPILED.                                                   00000530
                                                                        00000540
      ******************************************************************00000550
      * ENVIRONMENT DIVISION                                           *00000560
      ******************************************************************00000570
       ENVIRONMENT DIVISION.                                            00000580
                                                                        00000590
      *----------------------------------------------------------------*00000600
      * CONFIGURATION SECTION                                          *00000610
      *----------------------------------------------------------------*00000620
       CONFIGURATION SECTION.                                           00000630
                                                                        00000640
       SOURCE-COMPUTER. IBM-3090.                                       00000650
       OBJECT-COMPUTER. IBM-3090.                                       00000660
       SPECIAL-NAMES.                                                   00000670
           DECIMAL-POINT IS COMMA.                                      00000680
                                                                        00000690
      *----------------------------------------------------------------*00000700
      * INPUT OUTPUT SECTION                                           *00000710
      *----------------------------------------------------------------*00000720
       INPUT-OUTPUT SECTION.                                            00000730
       FILE-CONTROL.                                                    00000740
                                                                        00000750
      * -- PRESUPUESTO DE PLANIFICACION.                                00000760
           SELECT KJBCPPE1 ASSIGN KJBCPPE1                              00000770
                  ACCESS MODE IS SEQUENTIAL                             00000780
                  FILE STATUS IS FS-KJBCPPE1.                           00000790
                                                                        00000800
      * -- LISTADO DE REGISTROS CARGADOS Y RECHAZADOS.                  00000810
           SELECT KJBCPPS1 ASSIGN KJBCPPS1                              00000820
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-KJBCPPS1.                           00000840
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
       FD  KJBCPPE1                                                     00000960
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORDING MODE IS F                                          00000980
           LABEL RECORD ARE STANDARD                                    00000990
           RECORD CONTAINS 80 CHARACTERS                                00001000
           DATA RECORD IS REG-KJBCPPE1.                                 00001010
       01  REG-KJBCPPE1.                                                00001020
           05  RE-PERIODO                  PIC X(07).                   00001030
           05  RE-IDEMPRD                  PIC X(04).                   00001040
           05  RE-IDCENTD                  PIC X(04).                   00001050
           05  RE-IDPRODD                  PIC X(03).                   00001060
           05  RE-CODMONSW                 PIC X(03).                   00001070
           05  RE-SIGNO-PRESU              PIC X(01).                   00001080
           05  RE-IMPPRESU                 PIC 9(15)V9(02).             00001090
           05  RE-SIGNO-MEDIO              PIC X(01).                   00001100
           05  RE-IMPMEDPR                 PIC 9(15)V9(02).             00001110
           05  FILLER                      PIC X(23).                   00001120
                                                                        00001130
       FD  KJBCPPS1                                                     00001140
           BLOCK CONTAINS 0 RECORDS                                     00001150
           RECORDING MODE IS F                                          00001160
           LABEL RECORD ARE STANDARD                                    00001170
           RECORD CONTAINS 132 CHARACTERS                               00001180
           DATA RECORD IS REG-KJBCPPS1.                                 00001190
       01  REG-KJBCPPS1                    PIC X(132).                  00001200
                                                                        00001210
      *----------------------------------------------------------------*00001220
      * WORKING-STORAGE SECTION                                        *00001230
      *----------------------------------------------------------------*00001240
       WORKING-STORAGE SECTION.                                         00001250
                                                                        00001260
      ******************************************************************00001270
      *                        S W I T C H E S                         *00001280
      ******************************************************************00001290
       01  SW-SWITCHES.                                                 00001300
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001310
               88  DB2-OK                              VALUE 0.         00001320
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001330
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001340
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001350
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001360
           05  SW-FIN-KJBCPPE1             PIC X(01)   VALUE 'N'.       00001370
               88  SI-FIN-KJBCPPE1                     VALUE 'S'.       00001380
               88  NO-FIN-KJBCPPE1                     VALUE 'N'.       00001390
                                                                        00001400
      ******************************************************************00001410
      *                      C O N S T A N T E S                       *00001420
      ******************************************************************00001430
       01  CT-CONSTANTES.                                               00001440
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001450
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001460
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001470
               10  CA-KJBCCPP              PIC X(08)   VALUE 'KJBCCPP'. 00001480
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001490
      -                            'PAGO'.                              00001500
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001510
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001520
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001530
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001540
               10  CA-KJBCPPE1             PIC X(08)   VALUE 'KJBCPPE1'.00001550
               10  CA-KJBCPPS1             PIC X(08)   VALUE 'KJBCPPS1'.00001560
               10  CA-POS-PRESUPUESTO      PIC X(15)   VALUE 'POS_PRESUP00001570
      -                            'UESTO'.                             00001580
               10  CA-POS-CAT-MONEDA       PIC X(14)   VALUE 'POS_CAT_MO00001590
      -                            'NEDA'.                              00001600
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001610
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001620
               10  CA-DELETE               PIC X(06)   VALUE 'DELETE'.  00001630
               10  CA-RES-CARGADO          PIC X(20)   VALUE            00001640
                                   'CARGADO'.                           00001650
               10  CA-RES-PERIODO          PIC X(20)   VALUE            00001660
                                   'PERIODO DISTINTO'.                  00001670
               10  CA-RES-CLAVE            PIC X(20)   VALUE 'CLAVE INCO00001680
      -                            'MPLETA'.                            00001690
               10  CA-RES-IMPORTE          PIC X(20)   VALUE 'IMPORTE IN00001700
      -                            'VALIDO'.                            00001710
               10  CA-RES-MONEDA           PIC X(20)   VALUE 'MONEDA NO 00001720
      -                            'CATALOGADA'.                        00001730
               10  CA-RES-DUPLICADO        PIC X(20)   VALUE 'REGISTRO D00001740
      -                            'UPLICADO'.                          00001750
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001760
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001770
               10  CA-ERR-ABRIR-KJBCPPE1   PIC X(34)   VALUE 'ERROR AL A00001780
      -                            'BRIR EL FICHERO KJBCPPE1'.          00001790
               10  CA-ERR-ABRIR-KJBCPPS1   PIC X(34)   VALUE 'ERROR AL A00001800
      -                            'BRIR EL FICHERO KJBCPPS1'.          00001810
               10  CA-ERR-CERRAR-KJBCPPE1  PIC X(35)   VALUE 'ERROR AL C00001820
      -                            'ERRAR EL FICHERO KJBCPPE1'.         00001830
               10  CA-ERR-CERRAR-KJBCPPS1  PIC X(35)   VALUE 'ERROR AL C00001840
      -                            'ERRAR EL FICHERO KJBCPPS1'.         00001850
               10  CA-ERR-LEER-KJBCPPE1    PIC X(33)   VALUE 'ERROR AL L00001860
      -                            'EER EL FICHERO KJBCPPE1'.           00001870
               10  CA-ERR-ESCRIB-KJBCPPS1  PIC X(34)   VALUE 'ERROR AL E00001880
      -                            'SCRIBIR FICHERO KJBCPPS1'.          00001890
               10  CA-ERR-DEPURAR          PIC X(42)   VALUE 'ERROR AL D00001900
      -                            'EPURAR EL PRESUPUESTO PREVIO'.      00001910
               10  CA-ERR-CARGAR           PIC X(42)   VALUE 'ERROR AL C00001920
      -                            'ARGAR EL PRESUPUESTO'.              00001930
               10  CA-ERR-CAT-MONEDA       PIC X(41)   VALUE 'ERROR EN A00001940
      -                            'CCESO A LA TABLA POS_CAT_MONEDA'.   00001950
               10  CA-ERR-COMMIT           PIC X(27)   VALUE 'ERROR AL E00001960
      -                            'JECUTAR COMMIT'.                    00001970
               10  CA-PRF-1000             PIC X(11)   VALUE            00001980
                                   '1000-INICIO'.                       00001990
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002000
      -                            '-FICHEROS'.                         00002010
               10  CA-PRF-1200             PIC X(22)   VALUE '1200-DEPUR00002020
      -                            'AR-PERIODO'.                        00002030
               10  CA-PRF-2110             PIC X(20)   VALUE '2110-VALID00002040
      -                            'AR-MONEDA'.                         00002050
               10  CA-PRF-2120             PIC X(21)   VALUE '2120-ALTA-00002060
      -                            'PRESUPUESTO'.                       00002070
               10  CA-PRF-2400             PIC X(24)   VALUE '2400-ESCRI00002080
      -                            'BIR-RESULTADO'.                     00002090
               10  CA-PRF-3050             PIC X(22)   VALUE '3050-CONFI00002100
      -                            'RMAR-CARGA'.                        00002110
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002120
      -                            'R-FICHEROS'.                        00002130
               10  CA-PRF-9100             PIC X(18)   VALUE '9100-LEER-00002140
      -                            'KJBCPPE1'.                          00002150
                                                                        00002160
           05  CN-CONSTANTES-NUMERICAS.                                 00002170
               10  CN-1                    PIC 9(01)   VALUE 1.         00002180
               10  CN-4                    PIC 9(01)   VALUE 4.         00002190
                                                                        00002200
      ******************************************************************00002210
      *                    C O N T A D O R E S                         *00002220
      ******************************************************************00002230
       01  CT-CONTADORES.                                               00002240
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002250
           05  CT-DEPURADOS                PIC 9(9)    VALUE ZEROES.    00002260
           05  CT-CARGADOS                 PIC 9(9)    VALUE ZEROES.    00002270
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00002280
                                                                        00002290
      ******************************************************************00002300
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002310
      ******************************************************************00002320
       01  WK-ESTADISTICA.                                              00002330
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002340
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002350
      -                            'ICAS DE KJBCCPP                     00002360
      -                            '        *'.                         00002370
           05  WK-CAB-3.                                                00002380
               10  FILLER                  PIC X(45)   VALUE '* REGISTRO00002390
      -                            'S LEIDOS EN KJBCPPE1:            '. 00002400
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002410
               10  FILLER                  PIC X(01)   VALUE '*'.       00002420
           05  WK-CAB-4.                                                00002430
               10  FILLER                  PIC X(45)   VALUE '* REGISTRO00002440
      -                            'S PREVIOS DEPURADOS:             '. 00002450
               10  WK-DEPURADOS-ED         PIC ZZZZZZZZ9.               00002460
               10  FILLER                  PIC X(01)   VALUE '*'.       00002470
           05  WK-CAB-5.                                                00002480
               10  FILLER                  PIC X(45)   VALUE '* REGISTRO00002490
      -                            'S CARGADOS:                      '. 00002500
               10  WK-CARGADOS-ED          PIC ZZZZZZZZ9.               00002510
               10  FILLER                  PIC X(01)   VALUE '*'.       00002520
           05  WK-CAB-6.                                                00002530
               10  FILLER                  PIC X(45)   VALUE '* REGISTRO00002540
      -                            'S RECHAZADOS:                    '. 00002550
               10  WK-RECHAZADOS-ED        PIC ZZZZZZZZ9.               00002560
               10  FILLER                  PIC X(01)   VALUE '*'.       00002570
                                                                        00002580
      ******************************************************************00002590
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002600
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002610
      ******************************************************************00002620
       01  WK-CANCELACION-BATCH.                                        00002630
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002640
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002650
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002660
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCPP'. 00002670
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002680
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002690
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002700
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002710
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002720
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002730
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002740
                                                                        00002750
      ******************************************************************00002760
      *                      F I L E  S T A T U S                      *00002770
      ******************************************************************00002780
       01  FS-FILE-STATUS.                                              00002790
           05  FS-KJBCPPE1                 PIC X(02).                   00002800
           05  FS-KJBCPPS1                 PIC X(02).                   00002810
                                                                        00002820
      ******************************************************************00002830
      *                 L I N E A S  D E  I N F O R M E                *00002840
      ******************************************************************00002850
       01  WK-LINEA-CABECERA.                                           00002860
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002870
           05  FILLER                      PIC X(36)   VALUE            00002880
                              'LISTADO DE CARGA DEL PRESUPUESTO. '.     00002890
           05  FILLER                      PIC X(09)   VALUE 'PERIODO:'.00002900
           05  WC-PERIODO                  PIC X(07).                   00002910
           05  FILLER                      PIC X(60)   VALUE SPACES.    00002920
                                                                        00002930
       01  WK-LINEA-DETALLE.                                            00002940
           05  WD-PERIODO                  PIC X(07).                   00002950
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002960
           05  WD-IDEMPRD                  PIC X(04).                   00002970
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002980
           05  WD-IDCENTD                  PIC X(04).                   00002990
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003000
           05  WD-IDPRODD                  PIC X(03).                   00003010
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003020
           05  WD-CODMONSW                 PIC X(03).                   00003030
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003040
           05  WD-SIGNO-PRESU              PIC X(01).                   00003050
           05  WD-IMPPRESU                 PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.  00003060
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003070
           05  WD-SIGNO-MEDIO              PIC X(01).                   00003080
           05  WD-IMPMEDPR                 PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.  00003090
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003100
           05  WD-RESULTADO                PIC X(20).                   00003110
           05  FILLER                      PIC X(31)   VALUE SPACES.    00003120
                                                                        00003130
      ******************************************************************00003140
      *                      V A R I A B L E S                         *00003150
      ******************************************************************00003160
       01  WK-VARIABLES.                                                00003170
           05  WK-PARAMETROS-SYSIN.                                     00003180
               10  WK-PERIODO              PIC X(07).                   00003190
           05  WK-RESULTADO                PIC X(20).                   00003200
                                                                        00003210
      * -- COPY DE COMUNICACION CON DB2.                                00003220
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003230
                                                                        00003240
      * -- DCLGEN DE LA TABLA POS_PRESUPUESTO.                          00003250
           EXEC SQL INCLUDE D7400900 END-EXEC.                          00003260
                                                                        00003270
      * -- DCLGEN DE LA TABLA POS_CAT_MONEDA.                           00003280
           EXEC SQL INCLUDE D7398600 END-EXEC.                          00003290
                                                                        00003300
      ******************************************************************00003310
      *                       PROCEDURE DIVISION                       *00003320
      ******************************************************************00003330
       PROCEDURE DIVISION.                                              00003340
                                                                        00003350
           PERFORM 1000-INICIO                                          00003360
              THRU 1000-INICIO-EXIT                                     00003370
                                                                        00003380
           PERFORM 2000-PROCESO                                         00003390
              THRU 2000-PROCESO-EXIT                                    00003400
             UNTIL SI-FIN-KJBCPPE1                                      00003410
                                                                        00003420
           PERFORM 3000-FIN                                             00003430
              THRU 3000-FIN-EXIT                                        00003440
                                                                        00003450
           .                                                            00003460
                                                                        00003470
      ******************************************************************00003480
      ***                   1000-INICIO                             *** 00003490
      ***                   -----------                             *** 00003500
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE ABREN LOS *00003510
      * FICHEROS, SE DEPURA EL PRESUPUESTO PREVIO DEL PERIODO Y SE     *00003520
      * REALIZA LA PRIMERA LECTURA.                                    *00003530
      ******************************************************************00003540
       1000-INICIO.                                                     00003550
                                                                        00003560
           INITIALIZE WK-VARIABLES                                      00003570
                      CT-CONTADORES                                     00003580
                                                                        00003590
           SET NO-FIN-KJBCPPE1               TO TRUE                    00003600
                                                                        00003610
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003620
                                                                        00003630
           IF  WK-PERIODO = SPACES OR LOW-VALUES                        00003640
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003650
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00003660
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003670
                                                                        00003680
               PERFORM 9000-CANCELACION                                 00003690
                  THRU 9000-CANCELACION-EXIT                            00003700
                                                                        00003710
           END-IF                                                       00003720
                                                                        00003730
           PERFORM 1100-ABRIR-FICHEROS                                  00003740
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003750
                                                                        00003760
           MOVE WK-PERIODO                   TO WC-PERIODO              00003770
                                                                        00003780
           MOVE WK-LINEA-CABECERA            TO REG-KJBCPPS1            00003790
                                                                        00003800
           PERFORM 2500-ESCRIBIR-LINEA                                  00003810
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00003820
                                                                        00003830
           MOVE SPACES                       TO REG-KJBCPPS1            00003840
                                                                        00003850
           PERFORM 2500-ESCRIBIR-LINEA                                  00003860
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00003870
                                                                        00003880
           PERFORM 1200-DEPURAR-PERIODO                                 00003890
              THRU 1200-DEPURAR-PERIODO-EXIT                            00003900
                                                                        00003910
           PERFORM 9100-LEER-KJBCPPE1                                   00003920
              THRU 9100-LEER-KJBCPPE1-EXIT                              00003930
                                                                        00003940
           .                                                            00003950
       1000-INICIO-EXIT.                                                00003960
           EXIT.                                                        00003970
                                                                        00003980
      ******************************************************************00003990
      ***                   1100-ABRIR-FICHEROS                     *** 00004000
      ***                   -------------------                     *** 00004010
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE ENTRADA Y SALIDA.    *00004020
      ******************************************************************00004030
       1100-ABRIR-FICHEROS.                                             00004040
                                                                        00004050
           OPEN INPUT  KJBCPPE1                                         00004060
                OUTPUT KJBCPPS1                                         00004070
                                                                        00004080
           IF  FS-KJBCPPE1 NOT = CA-FS-OK                               00004090
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004100
               MOVE CA-ERR-ABRIR-KJBCPPE1    TO WK-DESCRIPCION          00004110
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004120
               MOVE CA-KJBCPPE1              TO WK-DDNAME               00004130
               MOVE FS-KJBCPPE1              TO WK-FILE-STATUS          00004140
                                                                        00004150
               PERFORM 9000-CANCELACION                                 00004160
                  THRU 9000-CANCELACION-EXIT                            00004170
                                                                        00004180
           END-IF                                                       00004190
                                                                        00004200
           IF  FS-KJBCPPS1 NOT = CA-FS-OK                               00004210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004220
               MOVE CA-ERR-ABRIR-KJBCPPS1    TO WK-DESCRIPCION          00004230
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004240
               MOVE CA-KJBCPPS1              TO WK-DDNAME               00004250
               MOVE FS-KJBCPPS1              TO WK-FILE-STATUS          00004260
                                                                        00004270
               PERFORM 9000-CANCELACION                                 00004280
                  THRU 9000-CANCELACION-EXIT                            00004290
                                                                        00004300
           END-IF                                                       00004310
                                                                        00004320
           .                                                            00004330
       1100-ABRIR-FICHEROS-EXIT.                                        00004340
           EXIT.                                                        00004350
                                                                        00004360
      ******************************************************************00004370
      ***                   1200-DEPURAR-PERIODO                    *** 00004380
      ***                   --------------------                    *** 00004390
      * SE BORRA EL PRESUPUESTO PREVIO DEL PERIODO PARA QUE EL FICHERO *00004400
      * LO SUSTITUYA POR COMPLETO Y EL PROCESO SEA RELANZABLE.         *00004410
      ******************************************************************00004420
       1200-DEPURAR-PERIODO.                                            00004430
                                                                        00004440
           EXEC SQL                                                     00004450
                DELETE FROM POS_PRESUPUESTO                             00004460
                 WHERE G6562_PERIODO = :WK-PERIODO                      00004470
           END-EXEC                                                     00004480
                                                                        00004490
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004500
                                                                        00004510
           EVALUATE  TRUE                                               00004520
               WHEN  DB2-OK                                             00004530
                     MOVE SQLERRD (3)         TO CT-DEPURADOS           00004540
                                                                        00004550
               WHEN  DB2-CLV-NOT-FOUND                                  00004560
                     CONTINUE                                           00004570
                                                                        00004580
               WHEN  OTHER                                              00004590
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00004600
                     MOVE CA-ERR-DEPURAR      TO WK-DESCRIPCION         00004610
                     MOVE CA-PRF-1200         TO WK-PARRAFO             00004620
                     MOVE CA-KJBCCPP          TO WK-RUTINA              00004630
                     MOVE CA-POS-PRESUPUESTO  TO WK-TABLA-DB2           00004640
                     MOVE CA-DELETE           TO WK-DATOS-ACCESO        00004650
                                                                        00004660
                     PERFORM 9000-CANCELACION                           00004670
                        THRU 9000-CANCELACION-EXIT                      00004680
                                                                        00004690
           END-EVALUATE                                                 00004700
                                                                        00004710
           .                                                            00004720
       1200-DEPURAR-PERIODO-EXIT.                                       00004730
           EXIT.                                                        00004740
                                                                        00004750
      ******************************************************************00004760
      ***                   2000-PROCESO                            *** 00004770
      ***                   ------------                            *** 00004780
      * SE VALIDA Y CARGA CADA REGISTRO LEIDO, SE ESCRIBE EL RESULTADO *00004790
      * Y SE LEE EL SIGUIENTE.                                         *00004800
      ******************************************************************00004810
       2000-PROCESO.                                                    00004820
                                                                        00004830
           PERFORM 2100-CARGAR-REGISTRO                                 00004840
              THRU 2100-CARGAR-REGISTRO-EXIT                            00004850
                                                                        00004860
           PERFORM 2400-ESCRIBIR-RESULTADO                              00004870
              THRU 2400-ESCRIBIR-RESULTADO-EXIT                         00004880
                                                                        00004890
           PERFORM 9100-LEER-KJBCPPE1                                   00004900
              THRU 9100-LEER-KJBCPPE1-EXIT                              00004910
                                                                        00004920
           .                                                            00004930
       2000-PROCESO-EXIT.                                               00004940
           EXIT.                                                        00004950
                                                                        00004960
      ******************************************************************00004970
      ***                   2100-CARGAR-REGISTRO                    *** 00004980
      ***                   --------------------                    *** 00004990
      * SE VALIDA EL REGISTRO (PERIODO, CLAVE, IMPORTES Y MONEDA) Y, SI*00005000
      * ES CORRECTO, SE DA DE ALTA EN POS_PRESUPUESTO.                 *00005010
      ******************************************************************00005020
       2100-CARGAR-REGISTRO.                                            00005030
                                                                        00005040
           MOVE SPACES                        TO WK-RESULTADO           00005050
                                                                        00005060
           EVALUATE  TRUE                                               00005070
               WHEN  RE-PERIODO NOT = WK-PERIODO                        00005080
                     MOVE CA-RES-PERIODO      TO WK-RESULTADO           00005090
                                                                        00005100
               WHEN  RE-IDEMPRD  = SPACES OR                            00005110
                     RE-IDCENTD  = SPACES OR                            00005120
                     RE-IDPRODD  = SPACES OR                            00005130
                     RE-CODMONSW = SPACES                               00005140
                     MOVE CA-RES-CLAVE        TO WK-RESULTADO           00005150
                                                                        00005160
               WHEN  RE-IMPPRESU NOT NUMERIC  OR                        00005170
                     RE-IMPMEDPR NOT NUMERIC  OR                        00005180
                    (RE-SIGNO-PRESU NOT = CA-SIGNO-MAS   AND            00005190
                     RE-SIGNO-PRESU NOT = CA-SIGNO-MENOS AND            00005200
                     RE-SIGNO-PRESU NOT = SPACES)        OR             00005210
                    (RE-SIGNO-MEDIO NOT = CA-SIGNO-MAS   AND            00005220
                     RE-SIGNO-MEDIO NOT = CA-SIGNO-MENOS AND            00005230
                     RE-SIGNO-MEDIO NOT = SPACES)                       00005240
                     MOVE CA-RES-IMPORTE      TO WK-RESULTADO           00005250
                                                                        00005260
               WHEN  OTHER                                              00005270
                     PERFORM 2110-VALIDAR-MONEDA                        00005280
                        THRU 2110-VALIDAR-MONEDA-EXIT                   00005290
                                                                        00005300
           END-EVALUATE                                                 00005310
                                                                        00005320
           IF  WK-RESULTADO = SPACES                                    00005330
               PERFORM 2120-ALTA-PRESUPUESTO                            00005340
                  THRU 2120-ALTA-PRESUPUESTO-EXIT                       00005350
           ELSE                                                         00005360
               ADD CN-1                       TO CT-RECHAZADOS          00005370
           END-IF                                                       00005380
                                                                        00005390
           .                                                            00005400
       2100-CARGAR-REGISTRO-EXIT.                                       00005410
           EXIT.                                                        00005420
                                                                        00005430
      ******************************************************************00005440
      ***                   2110-VALIDAR-MONEDA                     *** 00005450
      ***                   -------------------                     *** 00005460
      * SE COMPRUEBA QUE LA MONEDA DEL REGISTRO ESTA EN EL CATALOGO    *00005470
      * POS_CAT_MONEDA.                                                *00005480
      ******************************************************************00005490
       2110-VALIDAR-MONEDA.                                             00005500
                                                                        00005510
           EXEC SQL                                                     00005520
                SELECT G6538_NUMDECIM                                   00005530
                  INTO :G6538-NUMDECIM                                  00005540
                  FROM POS_CAT_MONEDA                                   00005550
                 WHERE G6538_CODMONSW = :RE-CODMONSW                    00005560
           END-EXEC                                                     00005570
                                                                        00005580
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005590
                                                                        00005600
           EVALUATE  TRUE                                               00005610
               WHEN  DB2-OK                                             00005620
                     CONTINUE                                           00005630
                                                                        00005640
               WHEN  DB2-CLV-NOT-FOUND                                  00005650
                     MOVE CA-RES-MONEDA       TO WK-RESULTADO           00005660
                                                                        00005670
               WHEN  OTHER                                              00005680
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00005690
                     MOVE CA-ERR-CAT-MONEDA   TO WK-DESCRIPCION         00005700
                     MOVE CA-PRF-2110         TO WK-PARRAFO             00005710
                     MOVE CA-KJBCCPP          TO WK-RUTINA              00005720
                     MOVE CA-POS-CAT-MONEDA   TO WK-TABLA-DB2           00005730
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00005740
                                                                        00005750
                     PERFORM 9000-CANCELACION                           00005760
                        THRU 9000-CANCELACION-EXIT                      00005770
                                                                        00005780
           END-EVALUATE                                                 00005790
                                                                        00005800
           .                                                            00005810
       2110-VALIDAR-MONEDA-EXIT.                                        00005820
           EXIT.                                                        00005830
                                                                        00005840
      ******************************************************************00005850
      ***                   2120-ALTA-PRESUPUESTO                   *** 00005860
      ***                   ---------------------                   *** 00005870
      * SE DA DE ALTA EL PRESUPUESTO DEL REGISTRO, RECHAZANDO LAS      *00005880
      * CLAVES REPETIDAS EN EL FICHERO.                                *00005890
      ******************************************************************00005900
       2120-ALTA-PRESUPUESTO.                                           00005910
                                                                        00005920
           MOVE RE-IMPPRESU                   TO G6562-IMPPRESU         00005930
           MOVE RE-IMPMEDPR                   TO G6562-IMPMEDPR         00005940
                                                                        00005950
           IF  RE-SIGNO-PRESU = CA-SIGNO-MENOS                          00005960
               COMPUTE G6562-IMPPRESU = G6562-IMPPRESU * -1             00005970
           END-IF                                                       00005980
                                                                        00005990
           IF  RE-SIGNO-MEDIO = CA-SIGNO-MENOS                          00006000
               COMPUTE G6562-IMPMEDPR = G6562-IMPMEDPR * -1             00006010
           END-IF                                                       00006020
                                                                        00006030
           EXEC SQL                                                     00006040
                INSERT INTO POS_PRESUPUESTO                             00006050
                      ( G6562_PERIODO , G6562_IDEMPRD ,                 00006060
                        G6562_IDCENTD , G6562_IDPRODD ,                 00006070
                        G6562_CODMONSW, G6562_IMPPRESU,                 00006080
                        G6562_IMPMEDPR, G6562_USUAUDIT,                 00006090
                        G6562_CONTCUR )                                 00006100
                VALUES                                                  00006110
                      ( :RE-PERIODO , :RE-IDEMPRD ,                     00006120
                        :RE-IDCENTD , :RE-IDPRODD ,                     00006130
                        :RE-CODMONSW, :G6562-IMPPRESU,                  00006140
                        :G6562-IMPMEDPR, :CA-KJBCCPP,                   00006150
                        CURRENT TIMESTAMP )                             00006160
           END-EXEC                                                     00006170
                                                                        00006180
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006190
                                                                        00006200
           EVALUATE  TRUE                                               00006210
               WHEN  DB2-OK                                             00006220
                     MOVE CA-RES-CARGADO      TO WK-RESULTADO           00006230
                     ADD CN-1                 TO CT-CARGADOS            00006240
                                                                        00006250
               WHEN  DB2-CLAVE-DUPLICADA                                00006260
                     MOVE CA-RES-DUPLICADO    TO WK-RESULTADO           00006270
                     ADD CN-1                 TO CT-RECHAZADOS          00006280
                                                                        00006290
               WHEN  OTHER                                              00006300
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00006310
                     MOVE CA-ERR-CARGAR       TO WK-DESCRIPCION         00006320
                     MOVE CA-PRF-2120         TO WK-PARRAFO             00006330
                     MOVE CA-KJBCCPP          TO WK-RUTINA              00006340
                     MOVE CA-POS-PRESUPUESTO  TO WK-TABLA-DB2           00006350
                     MOVE CA-INSERT           TO WK-DATOS-ACCESO        00006360
                                                                        00006370
                     PERFORM 9000-CANCELACION                           00006380
                        THRU 9000-CANCELACION-EXIT                      00006390
                                                                        00006400
           END-EVALUATE                                                 00006410
                                                                        00006420
           .                                                            00006430
       2120-ALTA-PRESUPUESTO-EXIT.                                      00006440
           EXIT.                                                        00006450
                                                                        00006460
      ******************************************************************00006470
      ***                   2400-ESCRIBIR-RESULTADO                 *** 00006480
      ***                   -----------------------                 *** 00006490
      * SE PREPARA LA LINEA DE RESULTADO DEL REGISTRO TRATADO.         *00006500
      ******************************************************************00006510
       2400-ESCRIBIR-RESULTADO.                                         00006520
                                                                        00006530
           MOVE RE-PERIODO                    TO WD-PERIODO             00006540
           MOVE RE-IDEMPRD                    TO WD-IDEMPRD             00006550
           MOVE RE-IDCENTD                    TO WD-IDCENTD             00006560
           MOVE RE-IDPRODD                    TO WD-IDPRODD             00006570
           MOVE RE-CODMONSW                   TO WD-CODMONSW            00006580
           MOVE RE-SIGNO-PRESU                TO WD-SIGNO-PRESU         00006590
           MOVE RE-SIGNO-MEDIO                TO WD-SIGNO-MEDIO         00006600
           MOVE WK-RESULTADO                  TO WD-RESULTADO           00006610
                                                                        00006620
           IF  RE-IMPPRESU NUMERIC                                      00006630
               MOVE RE-IMPPRESU               TO WD-IMPPRESU            00006640
           ELSE                                                         00006650
               MOVE ZEROES                    TO WD-IMPPRESU            00006660
           END-IF                                                       00006670
                                                                        00006680
           IF  RE-IMPMEDPR NUMERIC                                      00006690
               MOVE RE-IMPMEDPR               TO WD-IMPMEDPR            00006700
           ELSE                                                         00006710
               MOVE ZEROES                    TO WD-IMPMEDPR            00006720
           END-IF                                                       00006730
                                                                        00006740
           MOVE WK-LINEA-DETALLE              TO REG-KJBCPPS1           00006750
                                                                        00006760
           PERFORM 2500-ESCRIBIR-LINEA                                  00006770
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006780
                                                                        00006790
           .                                                            00006800
       2400-ESCRIBIR-RESULTADO-EXIT.                                    00006810
           EXIT.                                                        00006820
                                                                        00006830
      ******************************************************************00006840
      ***                   2500-ESCRIBIR-LINEA                     *** 00006850
      ***                   -------------------                     *** 00006860
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00006870
      ******************************************************************00006880
       2500-ESCRIBIR-LINEA.                                             00006890
                                                                        00006900
           WRITE REG-KJBCPPS1                                           00006910
                                                                        00006920
           IF  FS-KJBCPPS1 NOT = CA-FS-OK                               00006930
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006940
               MOVE CA-ERR-ESCRIB-KJBCPPS1   TO WK-DESCRIPCION          00006950
               MOVE CA-PRF-2400              TO WK-PARRAFO              00006960
               MOVE CA-KJBCPPS1              TO WK-DDNAME               00006970
               MOVE FS-KJBCPPS1              TO WK-FILE-STATUS          00006980
               MOVE REG-KJBCPPS1             TO WK-DATOS-REGISTRO       00006990
                                                                        00007000
               PERFORM 9000-CANCELACION                                 00007010
                  THRU 9000-CANCELACION-EXIT                            00007020
                                                                        00007030
           END-IF                                                       00007040
                                                                        00007050
           .                                                            00007060
       2500-ESCRIBIR-LINEA-EXIT.                                        00007070
           EXIT.                                                        00007080
                                                                        00007090
      ******************************************************************00007100
      ***                   3000-FIN                                *** 00007110
      ***                   --------                                *** 00007120
      * SE CONFIRMA LA CARGA, SE CIERRAN LOS FICHEROS, SE MUESTRAN LAS *00007130
      * ESTADISTICAS Y SE FIJA EL CODIGO DE RETORNO.                   *00007140
      ******************************************************************00007150
       3000-FIN.                                                        00007160
                                                                        00007170
           PERFORM 3050-CONFIRMAR-CARGA                                 00007180
              THRU 3050-CONFIRMAR-CARGA-EXIT                            00007190
                                                                        00007200
           PERFORM 3100-CERRAR-FICHEROS                                 00007210
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007220
                                                                        00007230
           PERFORM 3200-ESTADISTICAS                                    00007240
              THRU 3200-ESTADISTICAS-EXIT                               00007250
                                                                        00007260
           IF  CT-RECHAZADOS > ZEROES                                   00007270
               MOVE CN-4                     TO RETURN-CODE             00007280
           END-IF                                                       00007290
                                                                        00007300
           STOP RUN                                                     00007310
                                                                        00007320
           .                                                            00007330
       3000-FIN-EXIT.                                                   00007340
           EXIT.                                                        00007350
                                                                        00007360
      ******************************************************************00007370
      ***                   3050-CONFIRMAR-CARGA                    *** 00007380
      ***                   --------------------                    *** 00007390
      * SE CONFIRMA (COMMIT) LA CARGA DEL PRESUPUESTO.                 *00007400
      ******************************************************************00007410
       3050-CONFIRMAR-CARGA.                                            00007420
                                                                        00007430
           EXEC SQL                                                     00007440
                COMMIT                                                  00007450
           END-EXEC                                                     00007460
                                                                        00007470
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007480
                                                                        00007490
           IF  NOT DB2-OK                                               00007500
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007510
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00007520
               MOVE CA-PRF-3050               TO WK-PARRAFO             00007530
               MOVE CA-KJBCCPP                TO WK-RUTINA              00007540
               MOVE CA-POS-PRESUPUESTO        TO WK-TABLA-DB2           00007550
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00007560
                                                                        00007570
               PERFORM 9000-CANCELACION                                 00007580
                  THRU 9000-CANCELACION-EXIT                            00007590
                                                                        00007600
           END-IF                                                       00007610
                                                                        00007620
           .                                                            00007630
       3050-CONFIRMAR-CARGA-EXIT.                                       00007640
           EXIT.                                                        00007650
                                                                        00007660
      ******************************************************************00007670
      ***                   3100-CERRAR-FICHEROS                    *** 00007680
      ***                   --------------------                    *** 00007690
      * SE REALIZA EL CIERRE DE LOS FICHEROS DE ENTRADA Y SALIDA.      *00007700
      ******************************************************************00007710
       3100-CERRAR-FICHEROS.                                            00007720
                                                                        00007730
           CLOSE KJBCPPE1                                               00007740
                 KJBCPPS1                                               00007750
                                                                        00007760
           IF  FS-KJBCPPE1 NOT = CA-FS-OK                               00007770
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007780
               MOVE CA-ERR-CERRAR-KJBCPPE1   TO WK-DESCRIPCION          00007790
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007800
               MOVE CA-KJBCPPE1              TO WK-DDNAME               00007810
               MOVE FS-KJBCPPE1              TO WK-FILE-STATUS          00007820
                                                                        00007830
               PERFORM 9000-CANCELACION                                 00007840
                  THRU 9000-CANCELACION-EXIT                            00007850
                                                                        00007860
           END-IF                                                       00007870
                                                                        00007880
           IF  FS-KJBCPPS1 NOT = CA-FS-OK                               00007890
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007900
               MOVE CA-ERR-CERRAR-KJBCPPS1   TO WK-DESCRIPCION          00007910
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007920
               MOVE CA-KJBCPPS1              TO WK-DDNAME               00007930
               MOVE FS-KJBCPPS1              TO WK-FILE-STATUS          00007940
                                                                        00007950
               PERFORM 9000-CANCELACION                                 00007960
                  THRU 9000-CANCELACION-EXIT                            00007970
                                                                        00007980
           END-IF                                                       00007990
                                                                        00008000
           .                                                            00008010
       3100-CERRAR-FICHEROS-EXIT.                                       00008020
           EXIT.                                                        00008030
                                                                        00008040
      ******************************************************************00008050
      ***                   3200-ESTADISTICAS                       *** 00008060
      ***                   -----------------                       *** 00008070
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008080
      ******************************************************************00008090
       3200-ESTADISTICAS.                                               00008100
                                                                        00008110
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00008120
           MOVE CT-DEPURADOS                  TO WK-DEPURADOS-ED        00008130
           MOVE CT-CARGADOS                   TO WK-CARGADOS-ED         00008140
           MOVE CT-RECHAZADOS                 TO WK-RECHAZADOS-ED       00008150
                                                                        00008160
           DISPLAY WK-CAB-1                                             00008170
           DISPLAY WK-CAB-2                                             00008180
           DISPLAY WK-CAB-1                                             00008190
           DISPLAY WK-CAB-3                                             00008200
           DISPLAY WK-CAB-4                                             00008210
           DISPLAY WK-CAB-5                                             00008220
           DISPLAY WK-CAB-6                                             00008230
           DISPLAY WK-CAB-1                                             00008240
                                                                        00008250
           .                                                            00008260
       3200-ESTADISTICAS-EXIT.                                          00008270
           EXIT.                                                        00008280
                                                                        00008290
      ******************************************************************00008300
      ***                   9100-LEER-KJBCPPE1                      *** 00008310
      ***                   ------------------                      *** 00008320
      * SE REALIZA LA LECTURA DEL FICHERO DE ENTRADA.                  *00008330
      ******************************************************************00008340
       9100-LEER-KJBCPPE1.                                              00008350
                                                                        00008360
           READ KJBCPPE1                                                00008370
           AT END                                                       00008380
                SET SI-FIN-KJBCPPE1          TO TRUE                    00008390
                                                                        00008400
             NOT AT END                                                 00008410
                ADD CN-1                     TO CT-REG-LEIDOS           00008420
                                                                        00008430
           END-READ                                                     00008440
                                                                        00008450
           IF  FS-KJBCPPE1 NOT = CA-FS-OK AND CA-FS-EOF                 00008460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008470
               MOVE CA-ERR-LEER-KJBCPPE1     TO WK-DESCRIPCION          00008480
               MOVE CA-PRF-9100              TO WK-PARRAFO              00008490
               MOVE CA-KJBCPPE1              TO WK-DDNAME               00008500
               MOVE FS-KJBCPPE1              TO WK-FILE-STATUS          00008510
                                                                        00008520
               PERFORM 9000-CANCELACION                                 00008530
                  THRU 9000-CANCELACION-EXIT                            00008540
                                                                        00008550
           END-IF                                                       00008560
                                                                        00008570
           .                                                            00008580
       9100-LEER-KJBCPPE1-EXIT.                                         00008590
           EXIT.                                                        00008600
                                                                        00008610
      ******************************************************************00008620
      ***                   9000-CANCELACION                        *** 00008630
      ***                   ----------------                        *** 00008640
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008650
      ******************************************************************00008660
       9000-CANCELACION.                                                00008670
                                                                        00008680
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008690
                                                                        00008700
           EVALUATE  TRUE                                               00008710
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00008720
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008730
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008740
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00008750
                         RESPONSABLE('WK-RESPONSABLE')                  00008760
                         DESCRIPCION('WK-DESCRIPCION')                  00008770
                         PROGRAMA('WK-PROGRAMA')                        00008780
                         PARRAFO('WK-PARRAFO')                          00008790
                         SQLCA('SQLCA')                                 00008800
                         TABLA_DB2('WK-TABLA-DB2')                      00008810
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00008820
                     END-FUN                                            00008830
                                                                        00008840
               WHEN  OTHER                                              00008850
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008860
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008870
                         RESPONSABLE('WK-RESPONSABLE')                  00008880
                         DESCRIPCION('WK-DESCRIPCION')                  00008890
                         PROGRAMA('WK-PROGRAMA')                        00008900
                         PARRAFO('WK-PARRAFO')                          00008910
                         DDNAME('WK-DDNAME')                            00008920
                         FILE_STATUS('WK-FILE-STATUS')                  00008930
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008940
                     END-FUN                                            00008950
                                                                        00008960
           END-EVALUATE                                                 00008970
                                                                        00008980
           .                                                            00008990
       9000-CANCELACION-EXIT.                                           00009000
           EXIT.                                                        00009010
