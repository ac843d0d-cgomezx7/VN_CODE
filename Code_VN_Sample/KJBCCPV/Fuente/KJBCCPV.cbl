      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCPV.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH QUE COMPARA EL PRESUPUESTO DEL     *00000110
      *               PERIODO (POS_PRESUPUESTO) CON LOS SALDOS REALES  *00000120
      *               POR EMPRESA, MONEDA, PRODUCTO Y CENTRO.          *00000130
      *               A NIVEL DE CENTRO SE COMPARA EL SALDO MEDIO      *00000140
      *               PRESUPUESTADO CON EL SALDO MEDIO CALCULADO       *00000150
      *               (POS_SLDO_MEDIO). A NIVEL DE PRODUCTO Y DE       *00000160
      *               EMPRESA SE COMPARA ADEMAS EL SALDO PRESUPUESTADO *00000170
      *               CON EL SALDO DEL CIERRE (POS_AGRE_MI).           *00000180
      *               SE INFORMA LA DESVIACION EN IMPORTE Y EN         *00000190
      *               PORCENTAJE Y SE LISTAN APARTE LOS CENTROS CON    *00000200
      *               SALDO QUE NO TIENEN PRESUPUESTO.                 *00000210
      *-                                                              -*00000220
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000230
      *        WK-PERIODO : PERIODO A COMPARAR (AAAA-MM).              *00000240
      *-                                                              -*00000250
      *  FICHEROS DE SALIDA:                                           *00000260
      *        KJBCPVS1 : LISTADO PRESUPUESTO FRENTE A REAL.           *00000270
      *        KJBCPVS2 : LISTADO DE CENTROS CON SALDO Y SIN           *00000280
      *                   PRESUPUESTO.                                 *00000290
      *-                                                              -*00000300
      *  TABLAS:                                                       *00000310
      *     POS_PRESUPUESTO : PRESUPUESTO DE SALDOS (LECTURA).         *00000320
      *     POS_SLDO_MEDIO  : SALDOS MEDIOS DEL PERIODO (LECTURA).     *00000330
      *     POS_AGRE_MI     : AGREGADO DEL CIERRE (LECTURA).           *00000340
      *-                                                              -*00000350
      *  CODIGOS DE RETORNO:                                           *00000360
      *        0 : PROCESO CORRECTO.                                   *00000370
      *        4 : NO HAY PRESUPUESTO NI SALDOS PARA EL PERIODO.       *00000380
      *-                                                              -*00000390
      ******************************************************************00000400
      *                  M O D I F I C A C I O N E S                   *00000410
      *                  ---------------------------                   *00000420
      *                                                                *00000430
      * USUARIO  FECHA        DESCRIPCION                              *00000440
      * -------- ----------   ---------------------------------------- *00000450
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000460
      *                                                                *00000470
      ******************************************************************00000480
                                                                        00000490
      ******************************************************************00000500
      * IDENTIFICATION DIVISION                                        *00000510
      ******************************************************************00000520
       IDENTIFICATION DIVISION.                                         00000530
       PROGRAM-ID.    KJBCCPV.                                          00000540
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
      * -- LISTADO PRESUPUESTO FRENTE A REAL.                           00000800
           SELECT KJBCPVS1 ASSIGN KJBCPVS1                              00000810
                  ACCESS MODE IS SEQUENTIAL                             00000820
                  FILE STATUS IS FS-KJBCPVS1.                           00000830
                                                                        00000840
      * -- LISTADO DE CENTROS CON SALDO Y SIN PRESUPUESTO.              00000850
           SELECT KJBCPVS2 ASSIGN KJBCPVS2                              00000860
                  ACCESS MODE IS SEQUENTIAL                             00000870
                  FILE STATUS IS FS-KJBCPVS2.                           00000880
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
       FD  KJBCPVS1                                                     00001000
           BLOCK CONTAINS 0 RECORDS                                     00001010
           RECORDING MODE IS F                                          00001020
           LABEL RECORD ARE STANDARD                                    00001030
           RECORD CONTAINS 132 CHARACTERS                               00001040
           DATA RECORD IS REG-KJBCPVS1.                                 00001050
       01  REG-KJBCPVS1                    PIC X(132).                  00001060
                                                                        00001070
       FD  KJBCPVS2                                                     00001080
           BLOCK CONTAINS 0 RECORDS                                     00001090
           RECORDING MODE IS F                                          00001100
           LABEL RECORD ARE STANDARD                                    00001110
           RECORD CONTAINS 132 CHARACTERS                               00001120
           DATA RECORD IS REG-KJBCPVS2.                                 00001130
       01  REG-KJBCPVS2                    PIC X(132).                  00001140
                                                                        00001150
      *----------------------------------------------------------------*00001160
      * WORKING-STORAGE SECTION                                        *00001170
      *----------------------------------------------------------------*00001180
       WORKING-STORAGE SECTION.                                         00001190
                                                                        00001200
      ******************************************************************00001210
      *                        S W I T C H E S                         *00001220
      ******************************************************************00001230
       01  SW-SWITCHES.                                                 00001240
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001250
               88  DB2-OK                              VALUE 0.         00001260
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001270
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001280
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001290
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001300
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001310
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001320
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001330
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001340
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001350
           05  SW-PCT-CALCULADO            PIC X(01)   VALUE 'N'.       00001360
               88  SI-PCT-CALCULADO                    VALUE 'S'.       00001370
               88  NO-PCT-CALCULADO                    VALUE 'N'.       00001380
                                                                        00001390
      ******************************************************************00001400
      *                      C O N S T A N T E S                       *00001410
      ******************************************************************00001420
       01  CT-CONSTANTES.                                               00001430
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001440
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001450
               10  CA-KJBCCPV              PIC X(08)   VALUE 'KJBCCPV'. 00001460
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001470
      -                            'PAGO'.                              00001480
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001490
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001500
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001510
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001520
               10  CA-TOT-CENTRO           PIC X(04)   VALUE '****'.    00001530
               10  CA-TOT-PRODUCTO         PIC X(03)   VALUE '***'.     00001540
               10  CA-KJBCPVS1             PIC X(08)   VALUE 'KJBCPVS1'.00001550
               10  CA-KJBCPVS2             PIC X(08)   VALUE 'KJBCPVS2'.00001560
               10  CA-POS-PRESUPUESTO      PIC X(15)   VALUE 'POS_PRESUP00001570
      -                            'UESTO'.                             00001580
               10  CA-POS-AGRE-MI          PIC X(11)   VALUE 'POS_AGRE_M00001590
      -                            'I'.                                 00001600
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001610
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001620
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001630
               10  CA-ERR-ABRIR-KJBCPVS1   PIC X(34)   VALUE 'ERROR AL A00001640
      -                            'BRIR EL FICHERO KJBCPVS1'.          00001650
               10  CA-ERR-ABRIR-KJBCPVS2   PIC X(34)   VALUE 'ERROR AL A00001660
      -                            'BRIR EL FICHERO KJBCPVS2'.          00001670
               10  CA-ERR-CERRAR-KJBCPVS1  PIC X(35)   VALUE 'ERROR AL C00001680
      -                            'ERRAR EL FICHERO KJBCPVS1'.         00001690
               10  CA-ERR-CERRAR-KJBCPVS2  PIC X(35)   VALUE 'ERROR AL C00001700
      -                            'ERRAR EL FICHERO KJBCPVS2'.         00001710
               10  CA-ERR-ESCRIB-KJBCPVS1  PIC X(34)   VALUE 'ERROR AL E00001720
      -                            'SCRIBIR FICHERO KJBCPVS1'.          00001730
               10  CA-ERR-ESCRIB-KJBCPVS2  PIC X(34)   VALUE 'ERROR AL E00001740
      -                            'SCRIBIR FICHERO KJBCPVS2'.          00001750
               10  CA-ERR-CURSOR           PIC X(40)   VALUE 'ERROR EN E00001760
      -                            'L CURSOR DE PRESUPUESTO'.           00001770
               10  CA-ERR-AGRE-MI          PIC X(38)   VALUE 'ERROR EN A00001780
      -                            'CCESO A LA TABLA POS_AGRE_MI'.      00001790
               10  CA-PRF-1000             PIC X(11)   VALUE            00001800
                                   '1000-INICIO'.                       00001810
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001820
      -                            '-FICHEROS'.                         00001830
               10  CA-PRF-1200             PIC X(17)   VALUE '1200-ABRIR00001840
      -                            '-CURSOR'.                           00001850
               10  CA-PRF-2410             PIC X(20)   VALUE '2410-LEER-00001860
      -                            'AGREGADO'.                          00001870
               10  CA-PRF-2500             PIC X(19)   VALUE '2500-ESCRI00001880
      -                            'BIR-LINEA'.                         00001890
               10  CA-PRF-2510             PIC X(24)   VALUE '2510-ESCRI00001900
      -                            'BIR-EXCEPCION'.                     00001910
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001920
      -                            'R-FICHEROS'.                        00001930
               10  CA-PRF-9200             PIC X(16)   VALUE '9200-LEER-00001940
      -                            'CURSOR'.                            00001950
                                                                        00001960
           05  CN-CONSTANTES-NUMERICAS.                                 00001970
               10  CN-1                    PIC 9(01)   VALUE 1.         00001980
               10  CN-4                    PIC 9(01)   VALUE 4.         00001990
               10  CN-100                  PIC 9(03)   VALUE 100.       00002000
               10  CN-PCT-MAXIMO           PIC 9(04)V9(02)              00002010
                                                       VALUE 9999,99.   00002020
                                                                        00002030
      ******************************************************************00002040
      *                    C O N T A D O R E S                         *00002050
      ******************************************************************00002060
       01  CT-CONTADORES.                                               00002070
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002080
           05  CT-PRODUCTOS                PIC 9(9)    VALUE ZEROES.    00002090
           05  CT-EMPRESAS                 PIC 9(9)    VALUE ZEROES.    00002100
           05  CT-SIN-PRESUPUESTO          PIC 9(9)    VALUE ZEROES.    00002110
                                                                        00002120
      ******************************************************************00002130
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002140
      ******************************************************************00002150
       01  WK-ESTADISTICA.                                              00002160
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002170
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002180
      -                            'ICAS DE KJBCCPV                     00002190
      -                            '        *'.                         00002200
           05  WK-CAB-3.                                                00002210
               10  FILLER                  PIC X(45)   VALUE '* FILAS DE00002220
      -                            ' CENTRO TRATADAS:                '. 00002230
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002240
               10  FILLER                  PIC X(01)   VALUE '*'.       00002250
           05  WK-CAB-4.                                                00002260
               10  FILLER                  PIC X(45)   VALUE '* TOTALES 00002270
      -                            'DE PRODUCTO ESCRITOS:            '. 00002280
               10  WK-PRODUCTOS-ED         PIC ZZZZZZZZ9.               00002290
               10  FILLER                  PIC X(01)   VALUE '*'.       00002300
           05  WK-CAB-5.                                                00002310
               10  FILLER                  PIC X(45)   VALUE '* TOTALES 00002320
      -                            'DE EMPRESA Y MONEDA ESCRITOS:    '. 00002330
               10  WK-EMPRESAS-ED          PIC ZZZZZZZZ9.               00002340
               10  FILLER                  PIC X(01)   VALUE '*'.       00002350
           05  WK-CAB-6.                                                00002360
               10  FILLER                  PIC X(45)   VALUE '* CENTROS 00002370
      -                            'CON SALDO SIN PRESUPUESTO:       '. 00002380
               10  WK-SIN-PRESUPUESTO-ED   PIC ZZZZZZZZ9.               00002390
               10  FILLER                  PIC X(01)   VALUE '*'.       00002400
                                                                        00002410
      ******************************************************************00002420
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002430
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002440
      ******************************************************************00002450
       01  WK-CANCELACION-BATCH.                                        00002460
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002470
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002480
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002490
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCPV'. 00002500
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002510
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002520
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002530
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002540
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002550
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002560
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002570
                                                                        00002580
      ******************************************************************00002590
      *                      F I L E  S T A T U S                      *00002600
      ******************************************************************00002610
       01  FS-FILE-STATUS.                                              00002620
           05  FS-KJBCPVS1                 PIC X(02).                   00002630
           05  FS-KJBCPVS2                 PIC X(02).                   00002640
                                                                        00002650
      ******************************************************************00002660
      *                 L I N E A S  D E  I N F O R M E                *00002670
      ******************************************************************00002680
      * -- LISTADO KJBCPVS1. IMPORTES EN UNIDADES DE LA MONEDA.         00002690
       01  WK-LINEA-TITULO.                                             00002700
           05  FILLER                      PIC X(30)   VALUE SPACES.    00002710
           05  FILLER                      PIC X(28)   VALUE            00002720
                                   'PRESUPUESTO FRENTE A SALDOS '.      00002730
           05  FILLER                      PIC X(17)   VALUE            00002740
                                   'REALES. PERIODO: '.                 00002750
           05  WT-PERIODO                  PIC X(07).                   00002760
           05  FILLER                      PIC X(50)   VALUE SPACES.    00002770
                                                                        00002780
       01  WK-LINEA-CABECERA-1.                                         00002790
           05  FILLER                      PIC X(18)   VALUE SPACES.    00002800
           05  FILLER                      PIC X(57)   VALUE            00002810
                                   '                    SALDO PUNTUAL'. 00002820
           05  FILLER                      PIC X(57)   VALUE            00002830
                                   '                     SALDO MEDIO'.  00002840
                                                                        00002850
       01  WK-LINEA-CABECERA-2.                                         00002860
           05  FILLER                      PIC X(18)   VALUE            00002870
                                   'EMPR CENT PRO MON '.                00002880
           05  FILLER                      PIC X(16)   VALUE            00002890
                                   '    PRESUPUESTO '.                  00002900
           05  FILLER                      PIC X(16)   VALUE            00002910
                                   '           REAL '.                  00002920
           05  FILLER                      PIC X(16)   VALUE            00002930
                                   '     DESVIACION '.                  00002940
           05  FILLER                      PIC X(09)   VALUE            00002950
                                   '  DESV. %'.                         00002960
           05  FILLER                      PIC X(16)   VALUE            00002970
                                   '    PRESUPUESTO '.                  00002980
           05  FILLER                      PIC X(16)   VALUE            00002990
                                   '           REAL '.                  00003000
           05  FILLER                      PIC X(16)   VALUE            00003010
                                   '     DESVIACION '.                  00003020
           05  FILLER                      PIC X(09)   VALUE            00003030
                                   '  DESV. %'.                         00003040
                                                                        00003050
       01  WK-LINEA-DETALLE.                                            00003060
           05  WD-IDEMPRD                  PIC X(04).                   00003070
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003080
           05  WD-IDCENTD                  PIC X(04).                   00003090
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003100
           05  WD-IDPRODD                  PIC X(03).                   00003110
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003120
           05  WD-CODMONSW                 PIC X(03).                   00003130
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003140
           05  WD-BLOQUE-SALDO.                                         00003150
               10  WD-SLD-PRESU            PIC -ZZ.ZZZ.ZZZ.ZZ9.         00003160
               10  FILLER                  PIC X(01)   VALUE SPACES.    00003170
               10  WD-SLD-COMPARACION.                                  00003180
                   15  WD-SLD-REAL         PIC -ZZ.ZZZ.ZZZ.ZZ9.         00003190
                   15  FILLER              PIC X(01)   VALUE SPACES.    00003200
                   15  WD-SLD-DESV         PIC -ZZ.ZZZ.ZZZ.ZZ9.         00003210
                   15  FILLER              PIC X(01)   VALUE SPACES.    00003220
                   15  WD-SLD-PCT          PIC -ZZZ9,99.                00003230
                   15  WD-SLD-PCT-X        REDEFINES WD-SLD-PCT         00003240
                                           PIC X(08).                   00003250
                   15  FILLER              PIC X(01)   VALUE SPACES.    00003260
           05  WD-BLOQUE-MEDIO.                                         00003270
               10  WD-MED-PRESU            PIC -ZZ.ZZZ.ZZZ.ZZ9.         00003280
               10  FILLER                  PIC X(01)   VALUE SPACES.    00003290
               10  WD-MED-COMPARACION.                                  00003300
                   15  WD-MED-REAL         PIC -ZZ.ZZZ.ZZZ.ZZ9.         00003310
                   15  FILLER              PIC X(01)   VALUE SPACES.    00003320
                   15  WD-MED-DESV         PIC -ZZ.ZZZ.ZZZ.ZZ9.         00003330
                   15  FILLER              PIC X(01)   VALUE SPACES.    00003340
                   15  WD-MED-PCT          PIC -ZZZ9,99.                00003350
                   15  WD-MED-PCT-X        REDEFINES WD-MED-PCT         00003360
                                           PIC X(08).                   00003370
                   15  FILLER              PIC X(01)   VALUE SPACES.    00003380
                                                                        00003390
      * -- LISTADO KJBCPVS2.                                            00003400
       01  WK-LINEA-TITULO-EXC.                                         00003410
           05  FILLER                      PIC X(30)   VALUE SPACES.    00003420
           05  FILLER                      PIC X(24)   VALUE            00003430
                                   'CENTROS CON SALDO Y SIN '.          00003440
           05  FILLER                      PIC X(22)   VALUE            00003450
                                   'PRESUPUESTO. PERIODO: '.            00003460
           05  WE-PERIODO                  PIC X(07).                   00003470
           05  FILLER                      PIC X(49)   VALUE SPACES.    00003480
                                                                        00003490
       01  WK-LINEA-CABECERA-EXC.                                       00003500
           05  FILLER                      PIC X(18)   VALUE            00003510
                                   'EMPR CENT PRO MON '.                00003520
           05  FILLER                      PIC X(24)   VALUE            00003530
                                   '        SALDO MEDIO REAL'.          00003540
           05  FILLER                      PIC X(90)   VALUE SPACES.    00003550
                                                                        00003560
       01  WK-LINEA-EXCEPCION.                                          00003570
           05  WE-IDEMPRD                  PIC X(04).                   00003580
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003590
           05  WE-IDCENTD                  PIC X(04).                   00003600
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003610
           05  WE-IDPRODD                  PIC X(03).                   00003620
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003630
           05  WE-CODMONSW                 PIC X(03).                   00003640
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003650
           05  WE-SLD-MEDIO                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99. 00003660
           05  FILLER                      PIC X(91)   VALUE SPACES.    00003670
                                                                        00003680
      ******************************************************************00003690
      *                      V A R I A B L E S                         *00003700
      ******************************************************************00003710
       01  WK-VARIABLES.                                                00003720
           05  WK-PARAMETROS-SYSIN.                                     00003730
               10  WK-PERIODO              PIC X(07).                   00003740
                                                                        00003750
      * -- CLAVES DE RUPTURA.                                           00003760
           05  WK-IDEMPRD                  PIC X(04).                   00003770
           05  WK-CODMONSW                 PIC X(03).                   00003780
           05  WK-IDPRODD                  PIC X(03).                   00003790
                                                                        00003800
      * -- ACUMULADOS DEL PRODUCTO.                                     00003810
           05  WK-ACUM-PRODUCTO.                                        00003820
               10  WK-P-SLD-PRESU          PIC S9(15)V9(2) COMP-3.      00003830
               10  WK-P-SLD-REAL           PIC S9(15)V9(2) COMP-3.      00003840
               10  WK-P-MED-PRESU          PIC S9(15)V9(2) COMP-3.      00003850
               10  WK-P-MED-REAL           PIC S9(15)V9(2) COMP-3.      00003860
                                                                        00003870
      * -- ACUMULADOS DE LA EMPRESA Y MONEDA.                           00003880
           05  WK-ACUM-EMPRESA.                                         00003890
               10  WK-E-SLD-PRESU          PIC S9(15)V9(2) COMP-3.      00003900
               10  WK-E-SLD-REAL           PIC S9(15)V9(2) COMP-3.      00003910
               10  WK-E-MED-PRESU          PIC S9(15)V9(2) COMP-3.      00003920
               10  WK-E-MED-REAL           PIC S9(15)V9(2) COMP-3.      00003930
                                                                        00003940
      * -- CALCULO DE LA DESVIACION (REAL MENOS PRESUPUESTO).           00003950
           05  WK-DESVIACION.                                           00003960
               10  WK-DV-PRESU             PIC S9(15)V9(2) COMP-3.      00003970
               10  WK-DV-REAL              PIC S9(15)V9(2) COMP-3.      00003980
               10  WK-DV-DESV              PIC S9(15)V9(2) COMP-3.      00003990
               10  WK-DV-BASE              PIC S9(15)V9(2) COMP-3.      00004000
               10  WK-DV-PCT               PIC S9(04)V9(2) COMP-3.      00004010
                                                                        00004020
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00004030
       01  WK-FILA-CURSOR.                                              00004040
           10  WF-IDEMPRD                  PIC X(04).                   00004050
           10  WF-CODMONSW                 PIC X(03).                   00004060
           10  WF-IDPRODD                  PIC X(03).                   00004070
           10  WF-IDCENTD                  PIC X(04).                   00004080
           10  WF-IMPPRESU                 PIC S9(15)V9(2) COMP-3.      00004090
           10  WF-IMPMEDPR                 PIC S9(15)V9(2) COMP-3.      00004100
           10  WF-SLDMEDIO                 PIC S9(15)V9(2) COMP-3.      00004110
           10  WF-IND-PRESU                PIC X(01).                   00004120
                                                                        00004130
      * -- COPY DE COMUNICACION CON DB2.                                00004140
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004150
                                                                        00004160
      * -- DCLGEN DE LA TABLA POS_PRESUPUESTO.                          00004170
           EXEC SQL INCLUDE D7400900 END-EXEC.                          00004180
                                                                        00004190
      * -- DCLGEN DE LA TABLA POS_SLDO_MEDIO.                           00004200
           EXEC SQL INCLUDE D7398800 END-EXEC.                          00004210
                                                                        00004220
      * -- DCLGEN DE LA TABLA POS_AGRE_MI.                              00004230
           EXEC SQL INCLUDE D7400000 END-EXEC.                          00004240
                                                                        00004250
      ******************************************************************00004260
      *                       PROCEDURE DIVISION                       *00004270
      ******************************************************************00004280
       PROCEDURE DIVISION.                                              00004290
                                                                        00004300
           PERFORM 1000-INICIO                                          00004310
              THRU 1000-INICIO-EXIT                                     00004320
                                                                        00004330
           PERFORM 2000-PROCESO                                         00004340
              THRU 2000-PROCESO-EXIT                                    00004350
             UNTIL SI-FIN-CURSOR                                        00004360
                                                                        00004370
           PERFORM 3000-FIN                                             00004380
              THRU 3000-FIN-EXIT                                        00004390
                                                                        00004400
           .                                                            00004410
                                                                        00004420
      ******************************************************************00004430
      ***                   1000-INICIO                             *** 00004440
      ***                   -----------                             *** 00004450
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE ABREN LOS *00004460
      * FICHEROS Y EL CURSOR, SE ESCRIBEN LAS CABECERAS Y SE REALIZA   *00004470
      * LA PRIMERA LECTURA.                                            *00004480
      ******************************************************************00004490
       1000-INICIO.                                                     00004500
                                                                        00004510
           INITIALIZE WK-VARIABLES                                      00004520
                      WK-FILA-CURSOR                                    00004530
                      CT-CONTADORES                                     00004540
                                                                        00004550
           SET NO-FIN-CURSOR                 TO TRUE                    00004560
           SET SI-PRIMERA-LECTURA            TO TRUE                    00004570
                                                                        00004580
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004590
                                                                        00004600
           IF  WK-PERIODO = SPACES OR LOW-VALUES                        00004610
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004620
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00004630
               MOVE CA-PRF-1000              TO WK-PARRAFO              00004640
                                                                        00004650
               PERFORM 9000-CANCELACION                                 00004660
                  THRU 9000-CANCELACION-EXIT                            00004670
                                                                        00004680
           END-IF                                                       00004690
                                                                        00004700
           PERFORM 1100-ABRIR-FICHEROS                                  00004710
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004720
                                                                        00004730
           MOVE WK-PERIODO                   TO WT-PERIODO              00004740
                                                WE-PERIODO              00004750
                                                                        00004760
           MOVE WK-LINEA-TITULO              TO REG-KJBCPVS1            00004770
           PERFORM 2500-ESCRIBIR-LINEA                                  00004780
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004790
                                                                        00004800
           MOVE SPACES                       TO REG-KJBCPVS1            00004810
           PERFORM 2500-ESCRIBIR-LINEA                                  00004820
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004830
                                                                        00004840
           MOVE WK-LINEA-CABECERA-1          TO REG-KJBCPVS1            00004850
           PERFORM 2500-ESCRIBIR-LINEA                                  00004860
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004870
                                                                        00004880
           MOVE WK-LINEA-CABECERA-2          TO REG-KJBCPVS1            00004890
           PERFORM 2500-ESCRIBIR-LINEA                                  00004900
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004910
                                                                        00004920
           MOVE WK-LINEA-TITULO-EXC          TO REG-KJBCPVS2            00004930
           PERFORM 2510-ESCRIBIR-EXCEPCION                              00004940
              THRU 2510-ESCRIBIR-EXCEPCION-EXIT                         00004950
                                                                        00004960
           MOVE SPACES                       TO REG-KJBCPVS2            00004970
           PERFORM 2510-ESCRIBIR-EXCEPCION                              00004980
              THRU 2510-ESCRIBIR-EXCEPCION-EXIT                         00004990
                                                                        00005000
           MOVE WK-LINEA-CABECERA-EXC        TO REG-KJBCPVS2            00005010
           PERFORM 2510-ESCRIBIR-EXCEPCION                              00005020
              THRU 2510-ESCRIBIR-EXCEPCION-EXIT                         00005030
                                                                        00005040
           PERFORM 1200-ABRIR-CURSOR                                    00005050
              THRU 1200-ABRIR-CURSOR-EXIT                               00005060
                                                                        00005070
           PERFORM 9200-LEER-CURSOR                                     00005080
              THRU 9200-LEER-CURSOR-EXIT                                00005090
                                                                        00005100
           .                                                            00005110
       1000-INICIO-EXIT.                                                00005120
           EXIT.                                                        00005130
                                                                        00005140
      ******************************************************************00005150
      ***                   1100-ABRIR-FICHEROS                     *** 00005160
      ***                   -------------------                     *** 00005170
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00005180
      ******************************************************************00005190
       1100-ABRIR-FICHEROS.                                             00005200
                                                                        00005210
           OPEN OUTPUT KJBCPVS1                                         00005220
                       KJBCPVS2                                         00005230
                                                                        00005240
           IF  FS-KJBCPVS1 NOT = CA-FS-OK                               00005250
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005260
               MOVE CA-ERR-ABRIR-KJBCPVS1    TO WK-DESCRIPCION          00005270
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005280
               MOVE CA-KJBCPVS1              TO WK-DDNAME               00005290
               MOVE FS-KJBCPVS1              TO WK-FILE-STATUS          00005300
                                                                        00005310
               PERFORM 9000-CANCELACION                                 00005320
                  THRU 9000-CANCELACION-EXIT                            00005330
                                                                        00005340
           END-IF                                                       00005350
                                                                        00005360
           IF  FS-KJBCPVS2 NOT = CA-FS-OK                               00005370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005380
               MOVE CA-ERR-ABRIR-KJBCPVS2    TO WK-DESCRIPCION          00005390
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005400
               MOVE CA-KJBCPVS2              TO WK-DDNAME               00005410
               MOVE FS-KJBCPVS2              TO WK-FILE-STATUS          00005420
                                                                        00005430
               PERFORM 9000-CANCELACION                                 00005440
                  THRU 9000-CANCELACION-EXIT                            00005450
                                                                        00005460
           END-IF                                                       00005470
                                                                        00005480
           .                                                            00005490
       1100-ABRIR-FICHEROS-EXIT.                                        00005500
           EXIT.                                                        00005510
                                                                        00005520
      ******************************************************************00005530
      ***                   1200-ABRIR-CURSOR                       *** 00005540
      ***                   -----------------                       *** 00005550
      * SE DECLARA Y ABRE EL CURSOR QUE CRUZA EL PRESUPUESTO DEL       *00005560
      * PERIODO CON LOS SALDOS MEDIOS POR CENTRO. EL CRUCE ES COMPLETO *00005570
      * PARA OBTENER TAMBIEN LOS CENTROS CON SALDO SIN PRESUPUESTO Y   *00005580
      * LOS PRESUPUESTADOS SIN SALDO.                                  *00005590
      ******************************************************************00005600
       1200-ABRIR-CURSOR.                                               00005610
                                                                        00005620
           EXEC SQL                                                     00005630
                DECLARE C-PRESUPUESTO CURSOR FOR                        00005640
                SELECT COALESCE(P.G6562_IDEMPRD , M.IDEMPRD) ,          00005650
                       COALESCE(P.G6562_CODMONSW, M.CODMONSW) ,         00005660
                       COALESCE(P.G6562_IDPRODD , M.IDPRODD) ,          00005670
                       COALESCE(P.G6562_IDCENTD , M.IDCENTD) ,          00005680
                       COALESCE(P.G6562_IMPPRESU, 0) ,                  00005690
                       COALESCE(P.G6562_IMPMEDPR, 0) ,                  00005700
                       COALESCE(M.SLDMEDIO, 0) ,                        00005710
                       CASE WHEN P.G6562_IDEMPRD IS NULL                00005720
                            THEN 'N' ELSE 'S' END                       00005730
                  FROM (SELECT G6562_IDEMPRD , G6562_IDCENTD ,          00005740
                               G6562_IDPRODD , G6562_CODMONSW,          00005750
                               G6562_IMPPRESU, G6562_IMPMEDPR           00005760
                          FROM POS_PRESUPUESTO                          00005770
                         WHERE G6562_PERIODO = :WK-PERIODO              00005780
                       ) P                                              00005790
                  FULL OUTER JOIN                                       00005800
                       (SELECT G6541_IDEMPRD  AS IDEMPRD ,              00005810
                               G6541_IDCENTD  AS IDCENTD ,              00005820
                               G6541_IDPRODD  AS IDPRODD ,              00005830
                               G6541_CODMONSW AS CODMONSW,              00005840
                               SUM(G6541_SLDMEDIO) AS SLDMEDIO          00005850
                          FROM POS_SLDO_MEDIO                           00005860
                         WHERE G6541_PERIODO = :WK-PERIODO              00005870
                         GROUP BY G6541_IDEMPRD , G6541_IDCENTD ,       00005880
                                  G6541_IDPRODD , G6541_CODMONSW        00005890
                       ) M                                              00005900
                    ON P.G6562_IDEMPRD  = M.IDEMPRD                     00005910
                   AND P.G6562_IDCENTD  = M.IDCENTD                     00005920
                   AND P.G6562_IDPRODD  = M.IDPRODD                     00005930
                   AND P.G6562_CODMONSW = M.CODMONSW                    00005940
                 ORDER BY 1, 2, 3, 4                                    00005950
           END-EXEC                                                     00005960
                                                                        00005970
           EXEC SQL                                                     00005980
                OPEN C-PRESUPUESTO                                      00005990
           END-EXEC                                                     00006000
                                                                        00006010
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006020
                                                                        00006030
           IF  NOT DB2-OK                                               00006040
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006050
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006060
               MOVE CA-PRF-1200               TO WK-PARRAFO             00006070
               MOVE CA-KJBCCPV                TO WK-RUTINA              00006080
               MOVE CA-POS-PRESUPUESTO        TO WK-TABLA-DB2           00006090
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006100
                                                                        00006110
               PERFORM 9000-CANCELACION                                 00006120
                  THRU 9000-CANCELACION-EXIT                            00006130
                                                                        00006140
           END-IF                                                       00006150
                                                                        00006160
           .                                                            00006170
       1200-ABRIR-CURSOR-EXIT.                                          00006180
           EXIT.                                                        00006190
                                                                        00006200
      ******************************************************************00006210
      ***                   2000-PROCESO                            *** 00006220
      ***                   ------------                            *** 00006230
      * SE CONTROLAN LAS RUPTURAS DE PRODUCTO Y DE EMPRESA/MONEDA, SE  *00006240
      * TRATA LA FILA DEL CENTRO Y SE LEE LA SIGUIENTE.                *00006250
      ******************************************************************00006260
       2000-PROCESO.                                                    00006270
                                                                        00006280
           IF  SI-PRIMERA-LECTURA                                       00006290
               MOVE WF-IDEMPRD               TO WK-IDEMPRD              00006300
               MOVE WF-CODMONSW              TO WK-CODMONSW             00006310
               MOVE WF-IDPRODD               TO WK-IDPRODD              00006320
               SET NO-PRIMERA-LECTURA        TO TRUE                    00006330
           ELSE                                                         00006340
               EVALUATE  TRUE                                           00006350
                   WHEN  WF-IDEMPRD  NOT = WK-IDEMPRD OR                00006360
                         WF-CODMONSW NOT = WK-CODMONSW                  00006370
                         PERFORM 2400-VOLCAR-PRODUCTO                   00006380
                            THRU 2400-VOLCAR-PRODUCTO-EXIT              00006390
                         PERFORM 2420-VOLCAR-EMPRESA                    00006400
                            THRU 2420-VOLCAR-EMPRESA-EXIT               00006410
                   WHEN  WF-IDPRODD NOT = WK-IDPRODD                    00006420
                         PERFORM 2400-VOLCAR-PRODUCTO                   00006430
                            THRU 2400-VOLCAR-PRODUCTO-EXIT              00006440
               END-EVALUATE                                             00006450
                                                                        00006460
               MOVE WF-IDEMPRD               TO WK-IDEMPRD              00006470
               MOVE WF-CODMONSW              TO WK-CODMONSW             00006480
               MOVE WF-IDPRODD               TO WK-IDPRODD              00006490
           END-IF                                                       00006500
                                                                        00006510
           PERFORM 2100-TRATAR-CENTRO                                   00006520
              THRU 2100-TRATAR-CENTRO-EXIT                              00006530
                                                                        00006540
           PERFORM 9200-LEER-CURSOR                                     00006550
              THRU 9200-LEER-CURSOR-EXIT                                00006560
                                                                        00006570
           .                                                            00006580
       2000-PROCESO-EXIT.                                               00006590
           EXIT.                                                        00006600
                                                                        00006610
      ******************************************************************00006620
      ***                   2100-TRATAR-CENTRO                      *** 00006630
      ***                   ------------------                      *** 00006640
      * SE ESCRIBE LA LINEA DEL CENTRO (EL SALDO REAL SOLO SE CONOCE A *00006650
      * NIVEL DE PRODUCTO), SE ACUMULA EN EL PRODUCTO Y, SI EL CENTRO  *00006660
      * TIENE SALDO PERO NO PRESUPUESTO, SE LISTA EN KJBCPVS2.         *00006670
      ******************************************************************00006680
       2100-TRATAR-CENTRO.                                              00006690
                                                                        00006700
           ADD WF-IMPPRESU                    TO WK-P-SLD-PRESU         00006710
           ADD WF-IMPMEDPR                    TO WK-P-MED-PRESU         00006720
           ADD WF-SLDMEDIO                    TO WK-P-MED-REAL          00006730
                                                                        00006740
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00006750
           MOVE WF-IDCENTD                    TO WD-IDCENTD             00006760
           MOVE WF-IDPRODD                    TO WD-IDPRODD             00006770
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00006780
                                                                        00006790
           MOVE WF-IMPPRESU                   TO WD-SLD-PRESU           00006800
           MOVE SPACES                        TO WD-SLD-COMPARACION     00006810
                                                                        00006820
           MOVE WF-IMPMEDPR                   TO WK-DV-PRESU            00006830
           MOVE WF-SLDMEDIO                   TO WK-DV-REAL             00006840
                                                                        00006850
           PERFORM 2710-FORMAR-MEDIO                                    00006860
              THRU 2710-FORMAR-MEDIO-EXIT                               00006870
                                                                        00006880
           MOVE WK-LINEA-DETALLE              TO REG-KJBCPVS1           00006890
                                                                        00006900
           PERFORM 2500-ESCRIBIR-LINEA                                  00006910
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006920
                                                                        00006930
           IF  WF-IND-PRESU = CA-NO AND WF-SLDMEDIO NOT = ZEROES        00006940
               ADD CN-1                       TO CT-SIN-PRESUPUESTO     00006950
                                                                        00006960
               MOVE WF-IDEMPRD                TO WE-IDEMPRD             00006970
               MOVE WF-IDCENTD                TO WE-IDCENTD             00006980
               MOVE WF-IDPRODD                TO WE-IDPRODD             00006990
               MOVE WF-CODMONSW               TO WE-CODMONSW            00007000
               MOVE WF-SLDMEDIO               TO WE-SLD-MEDIO           00007010
                                                                        00007020
               MOVE WK-LINEA-EXCEPCION        TO REG-KJBCPVS2           00007030
                                                                        00007040
               PERFORM 2510-ESCRIBIR-EXCEPCION                          00007050
                  THRU 2510-ESCRIBIR-EXCEPCION-EXIT                     00007060
                                                                        00007070
           END-IF                                                       00007080
                                                                        00007090
           .                                                            00007100
       2100-TRATAR-CENTRO-EXIT.                                         00007110
           EXIT.                                                        00007120
                                                                        00007130
      ******************************************************************00007140
      ***                   2400-VOLCAR-PRODUCTO                    *** 00007150
      ***                   --------------------                    *** 00007160
      * SE ESCRIBE EL TOTAL DEL PRODUCTO, COMPARANDO EL SALDO          *00007170
      * PRESUPUESTADO CON EL SALDO DEL CIERRE, Y SE ACUMULA EN LA      *00007180
      * EMPRESA.                                                       *00007190
      ******************************************************************00007200
       2400-VOLCAR-PRODUCTO.                                            00007210
                                                                        00007220
           PERFORM 2410-LEER-AGREGADO                                   00007230
              THRU 2410-LEER-AGREGADO-EXIT                              00007240
                                                                        00007250
           ADD CN-1                           TO CT-PRODUCTOS           00007260
                                                                        00007270
           MOVE WK-IDEMPRD                    TO WD-IDEMPRD             00007280
           MOVE CA-TOT-CENTRO                 TO WD-IDCENTD             00007290
           MOVE WK-IDPRODD                    TO WD-IDPRODD             00007300
           MOVE WK-CODMONSW                   TO WD-CODMONSW            00007310
                                                                        00007320
           MOVE WK-P-SLD-PRESU                TO WK-DV-PRESU            00007330
           MOVE WK-P-SLD-REAL                 TO WK-DV-REAL             00007340
                                                                        00007350
           PERFORM 2700-FORMAR-SALDO                                    00007360
              THRU 2700-FORMAR-SALDO-EXIT                               00007370
                                                                        00007380
           MOVE WK-P-MED-PRESU                TO WK-DV-PRESU            00007390
           MOVE WK-P-MED-REAL                 TO WK-DV-REAL             00007400
                                                                        00007410
           PERFORM 2710-FORMAR-MEDIO                                    00007420
              THRU 2710-FORMAR-MEDIO-EXIT                               00007430
                                                                        00007440
           MOVE WK-LINEA-DETALLE              TO REG-KJBCPVS1           00007450
                                                                        00007460
           PERFORM 2500-ESCRIBIR-LINEA                                  00007470
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007480
                                                                        00007490
           ADD WK-P-SLD-PRESU                 TO WK-E-SLD-PRESU         00007500
           ADD WK-P-SLD-REAL                  TO WK-E-SLD-REAL          00007510
           ADD WK-P-MED-PRESU                 TO WK-E-MED-PRESU         00007520
           ADD WK-P-MED-REAL                  TO WK-E-MED-REAL          00007530
                                                                        00007540
           INITIALIZE WK-ACUM-PRODUCTO                                  00007550
                                                                        00007560
           .                                                            00007570
       2400-VOLCAR-PRODUCTO-EXIT.                                       00007580
           EXIT.                                                        00007590
                                                                        00007600
      ******************************************************************00007610
      ***                   2410-LEER-AGREGADO                      *** 00007620
      ***                   ------------------                      *** 00007630
      * SE OBTIENE EL SALDO DEL CIERRE DEL PERIODO PARA LA EMPRESA,    *00007640
      * PRODUCTO Y MONEDA. SI NO HAY AGREGADO EL SALDO REAL ES CERO.   *00007650
      ******************************************************************00007660
       2410-LEER-AGREGADO.                                              00007670
                                                                        00007680
           EXEC SQL                                                     00007690
                SELECT G6553_IMPTOTAL                                   00007700
                  INTO :G6553-IMPTOTAL                                  00007710
                  FROM POS_AGRE_MI                                      00007720
                 WHERE G6553_PERCIERRE = :WK-PERIODO                    00007730
                   AND G6553_IDEMPRD   = :WK-IDEMPRD                    00007740
                   AND G6553_IDPRODD   = :WK-IDPRODD                    00007750
                   AND G6553_CODMONSW  = :WK-CODMONSW                   00007760
           END-EXEC                                                     00007770
                                                                        00007780
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007790
                                                                        00007800
           EVALUATE  TRUE                                               00007810
               WHEN  DB2-OK                                             00007820
                     MOVE G6553-IMPTOTAL      TO WK-P-SLD-REAL          00007830
                                                                        00007840
               WHEN  DB2-CLV-NOT-FOUND                                  00007850
                     MOVE ZEROES              TO WK-P-SLD-REAL          00007860
                                                                        00007870
               WHEN  OTHER                                              00007880
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007890
                     MOVE CA-ERR-AGRE-MI      TO WK-DESCRIPCION         00007900
                     MOVE CA-PRF-2410         TO WK-PARRAFO             00007910
                     MOVE CA-KJBCCPV          TO WK-RUTINA              00007920
                     MOVE CA-POS-AGRE-MI      TO WK-TABLA-DB2           00007930
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007940
                                                                        00007950
                     PERFORM 9000-CANCELACION                           00007960
                        THRU 9000-CANCELACION-EXIT                      00007970
                                                                        00007980
           END-EVALUATE                                                 00007990
                                                                        00008000
           .                                                            00008010
       2410-LEER-AGREGADO-EXIT.                                         00008020
           EXIT.                                                        00008030
                                                                        00008040
      ******************************************************************00008050
      ***                   2420-VOLCAR-EMPRESA                     *** 00008060
      ***                   -------------------                     *** 00008070
      * SE ESCRIBE EL TOTAL DE LA EMPRESA EN LA MONEDA Y SE INICIALIZAN*00008080
      * SUS ACUMULADOS.                                                *00008090
      ******************************************************************00008100
       2420-VOLCAR-EMPRESA.                                             00008110
                                                                        00008120
           ADD CN-1                           TO CT-EMPRESAS            00008130
                                                                        00008140
           MOVE WK-IDEMPRD                    TO WD-IDEMPRD             00008150
           MOVE CA-TOT-CENTRO                 TO WD-IDCENTD             00008160
           MOVE CA-TOT-PRODUCTO               TO WD-IDPRODD             00008170
           MOVE WK-CODMONSW                   TO WD-CODMONSW            00008180
                                                                        00008190
           MOVE WK-E-SLD-PRESU                TO WK-DV-PRESU            00008200
           MOVE WK-E-SLD-REAL                 TO WK-DV-REAL             00008210
                                                                        00008220
           PERFORM 2700-FORMAR-SALDO                                    00008230
              THRU 2700-FORMAR-SALDO-EXIT                               00008240
                                                                        00008250
           MOVE WK-E-MED-PRESU                TO WK-DV-PRESU            00008260
           MOVE WK-E-MED-REAL                 TO WK-DV-REAL             00008270
                                                                        00008280
           PERFORM 2710-FORMAR-MEDIO                                    00008290
              THRU 2710-FORMAR-MEDIO-EXIT                               00008300
                                                                        00008310
           MOVE WK-LINEA-DETALLE              TO REG-KJBCPVS1           00008320
                                                                        00008330
           PERFORM 2500-ESCRIBIR-LINEA                                  00008340
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00008350
                                                                        00008360
           MOVE SPACES                        TO REG-KJBCPVS1           00008370
                                                                        00008380
           PERFORM 2500-ESCRIBIR-LINEA                                  00008390
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00008400
                                                                        00008410
           INITIALIZE WK-ACUM-EMPRESA                                   00008420
                                                                        00008430
           .                                                            00008440
       2420-VOLCAR-EMPRESA-EXIT.                                        00008450
           EXIT.                                                        00008460
                                                                        00008470
      ******************************************************************00008480
      ***                   2500-ESCRIBIR-LINEA                     *** 00008490
      ***                   -------------------                     *** 00008500
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO KJBCPVS1.          *00008510
      ******************************************************************00008520
       2500-ESCRIBIR-LINEA.                                             00008530
                                                                        00008540
           WRITE REG-KJBCPVS1                                           00008550
                                                                        00008560
           IF  FS-KJBCPVS1 NOT = CA-FS-OK                               00008570
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008580
               MOVE CA-ERR-ESCRIB-KJBCPVS1   TO WK-DESCRIPCION          00008590
               MOVE CA-PRF-2500              TO WK-PARRAFO              00008600
               MOVE CA-KJBCPVS1              TO WK-DDNAME               00008610
               MOVE FS-KJBCPVS1              TO WK-FILE-STATUS          00008620
               MOVE REG-KJBCPVS1             TO WK-DATOS-REGISTRO       00008630
                                                                        00008640
               PERFORM 9000-CANCELACION                                 00008650
                  THRU 9000-CANCELACION-EXIT                            00008660
                                                                        00008670
           END-IF                                                       00008680
                                                                        00008690
           .                                                            00008700
       2500-ESCRIBIR-LINEA-EXIT.                                        00008710
           EXIT.                                                        00008720
                                                                        00008730
      ******************************************************************00008740
      ***                   2510-ESCRIBIR-EXCEPCION                 *** 00008750
      ***                   -----------------------                 *** 00008760
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO KJBCPVS2.          *00008770
      ******************************************************************00008780
       2510-ESCRIBIR-EXCEPCION.                                         00008790
                                                                        00008800
           WRITE REG-KJBCPVS2                                           00008810
                                                                        00008820
           IF  FS-KJBCPVS2 NOT = CA-FS-OK                               00008830
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008840
               MOVE CA-ERR-ESCRIB-KJBCPVS2   TO WK-DESCRIPCION          00008850
               MOVE CA-PRF-2510              TO WK-PARRAFO              00008860
               MOVE CA-KJBCPVS2              TO WK-DDNAME               00008870
               MOVE FS-KJBCPVS2              TO WK-FILE-STATUS          00008880
               MOVE REG-KJBCPVS2             TO WK-DATOS-REGISTRO       00008890
                                                                        00008900
               PERFORM 9000-CANCELACION                                 00008910
                  THRU 9000-CANCELACION-EXIT                            00008920
                                                                        00008930
           END-IF                                                       00008940
                                                                        00008950
           .                                                            00008960
       2510-ESCRIBIR-EXCEPCION-EXIT.                                    00008970
           EXIT.                                                        00008980
                                                                        00008990
      ******************************************************************00009000
      ***                   2700-FORMAR-SALDO                       *** 00009010
      ***                   -----------------                       *** 00009020
      * SE CALCULA LA DESVIACION DEL SALDO PUNTUAL Y SE INFORMA EL     *00009030
      * BLOQUE DE SALDO DE LA LINEA.                                   *00009040
      ******************************************************************00009050
       2700-FORMAR-SALDO.                                               00009060
                                                                        00009070
           PERFORM 2800-CALCULAR-DESVIACION                             00009080
              THRU 2800-CALCULAR-DESVIACION-EXIT                        00009090
                                                                        00009100
           MOVE WK-DV-PRESU                   TO WD-SLD-PRESU           00009110
           MOVE WK-DV-REAL                    TO WD-SLD-REAL            00009120
           MOVE WK-DV-DESV                    TO WD-SLD-DESV            00009130
                                                                        00009140
           IF  SI-PCT-CALCULADO                                         00009150
               MOVE WK-DV-PCT                 TO WD-SLD-PCT             00009160
           ELSE                                                         00009170
               MOVE SPACES                    TO WD-SLD-PCT-X           00009180
           END-IF                                                       00009190
                                                                        00009200
           .                                                            00009210
       2700-FORMAR-SALDO-EXIT.                                          00009220
           EXIT.                                                        00009230
                                                                        00009240
      ******************************************************************00009250
      ***                   2710-FORMAR-MEDIO                       *** 00009260
      ***                   -----------------                       *** 00009270
      * SE CALCULA LA DESVIACION DEL SALDO MEDIO Y SE INFORMA EL       *00009280
      * BLOQUE DE SALDO MEDIO DE LA LINEA.                             *00009290
      ******************************************************************00009300
       2710-FORMAR-MEDIO.                                               00009310
                                                                        00009320
           PERFORM 2800-CALCULAR-DESVIACION                             00009330
              THRU 2800-CALCULAR-DESVIACION-EXIT                        00009340
                                                                        00009350
           MOVE WK-DV-PRESU                   TO WD-MED-PRESU           00009360
           MOVE WK-DV-REAL                    TO WD-MED-REAL            00009370
           MOVE WK-DV-DESV                    TO WD-MED-DESV            00009380
                                                                        00009390
           IF  SI-PCT-CALCULADO                                         00009400
               MOVE WK-DV-PCT                 TO WD-MED-PCT             00009410
           ELSE                                                         00009420
               MOVE SPACES                    TO WD-MED-PCT-X           00009430
           END-IF                                                       00009440
                                                                        00009450
           .                                                            00009460
       2710-FORMAR-MEDIO-EXIT.                                          00009470
           EXIT.                                                        00009480
                                                                        00009490
      ******************************************************************00009500
      ***                   2800-CALCULAR-DESVIACION                *** 00009510
      ***                   ------------------------                *** 00009520
      * SE CALCULA LA DESVIACION (REAL MENOS PRESUPUESTO) Y SU         *00009530
      * PORCENTAJE SOBRE EL VALOR ABSOLUTO DEL PRESUPUESTO. SIN        *00009540
      * PRESUPUESTO NO HAY PORCENTAJE; SI EXCEDE EL FORMATO SE LIMITA  *00009550
      * A +/-9999,99.                                                  *00009560
      ******************************************************************00009570
       2800-CALCULAR-DESVIACION.                                        00009580
                                                                        00009590
           COMPUTE WK-DV-DESV = WK-DV-REAL - WK-DV-PRESU                00009600
                                                                        00009610
           SET NO-PCT-CALCULADO               TO TRUE                   00009620
                                                                        00009630
           IF  WK-DV-PRESU NOT = ZEROES                                 00009640
               SET SI-PCT-CALCULADO           TO TRUE                   00009650
                                                                        00009660
               IF  WK-DV-PRESU < ZEROES                                 00009670
                   COMPUTE WK-DV-BASE = WK-DV-PRESU * -1                00009680
               ELSE                                                     00009690
                   MOVE WK-DV-PRESU           TO WK-DV-BASE             00009700
               END-IF                                                   00009710
                                                                        00009720
               COMPUTE WK-DV-PCT ROUNDED =                              00009730
                       WK-DV-DESV * CN-100 / WK-DV-BASE                 00009740
                  ON SIZE ERROR                                         00009750
                       IF  WK-DV-DESV < ZEROES                          00009760
                           COMPUTE WK-DV-PCT = CN-PCT-MAXIMO * -1       00009770
                       ELSE                                             00009780
                           MOVE CN-PCT-MAXIMO TO WK-DV-PCT              00009790
                       END-IF                                           00009800
               END-COMPUTE                                              00009810
           END-IF                                                       00009820
                                                                        00009830
           .                                                            00009840
       2800-CALCULAR-DESVIACION-EXIT.                                   00009850
           EXIT.                                                        00009860
                                                                        00009870
      ******************************************************************00009880
      ***                   3000-FIN                                *** 00009890
      ***                   --------                                *** 00009900
      * SE ESCRIBEN LOS ULTIMOS TOTALES, SE CIERRAN EL CURSOR Y LOS    *00009910
      * FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE FIJA EL CODIGO DE  *00009920
      * RETORNO.                                                       *00009930
      ******************************************************************00009940
       3000-FIN.                                                        00009950
                                                                        00009960
           IF  NO-PRIMERA-LECTURA                                       00009970
               PERFORM 2400-VOLCAR-PRODUCTO                             00009980
                  THRU 2400-VOLCAR-PRODUCTO-EXIT                        00009990
               PERFORM 2420-VOLCAR-EMPRESA                              00010000
                  THRU 2420-VOLCAR-EMPRESA-EXIT                         00010010
           END-IF                                                       00010020
                                                                        00010030
           PERFORM 3100-CERRAR-FICHEROS                                 00010040
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010050
                                                                        00010060
           PERFORM 3200-ESTADISTICAS                                    00010070
              THRU 3200-ESTADISTICAS-EXIT                               00010080
                                                                        00010090
           IF  CT-REG-LEIDOS = ZEROES                                   00010100
               MOVE CN-4                     TO RETURN-CODE             00010110
           END-IF                                                       00010120
                                                                        00010130
           STOP RUN                                                     00010140
                                                                        00010150
           .                                                            00010160
       3000-FIN-EXIT.                                                   00010170
           EXIT.                                                        00010180
                                                                        00010190
      ******************************************************************00010200
      ***                   3100-CERRAR-FICHEROS                    *** 00010210
      ***                   --------------------                    *** 00010220
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00010230
      ******************************************************************00010240
       3100-CERRAR-FICHEROS.                                            00010250
                                                                        00010260
           EXEC SQL                                                     00010270
                CLOSE C-PRESUPUESTO                                     00010280
           END-EXEC                                                     00010290
                                                                        00010300
           CLOSE KJBCPVS1                                               00010310
                 KJBCPVS2                                               00010320
                                                                        00010330
           IF  FS-KJBCPVS1 NOT = CA-FS-OK                               00010340
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010350
               MOVE CA-ERR-CERRAR-KJBCPVS1   TO WK-DESCRIPCION          00010360
               MOVE CA-PRF-3100              TO WK-PARRAFO              00010370
               MOVE CA-KJBCPVS1              TO WK-DDNAME               00010380
               MOVE FS-KJBCPVS1              TO WK-FILE-STATUS          00010390
                                                                        00010400
               PERFORM 9000-CANCELACION                                 00010410
                  THRU 9000-CANCELACION-EXIT                            00010420
                                                                        00010430
           END-IF                                                       00010440
                                                                        00010450
           IF  FS-KJBCPVS2 NOT = CA-FS-OK                               00010460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010470
               MOVE CA-ERR-CERRAR-KJBCPVS2   TO WK-DESCRIPCION          00010480
               MOVE CA-PRF-3100              TO WK-PARRAFO              00010490
               MOVE CA-KJBCPVS2              TO WK-DDNAME               00010500
               MOVE FS-KJBCPVS2              TO WK-FILE-STATUS          00010510
                                                                        00010520
               PERFORM 9000-CANCELACION                                 00010530
                  THRU 9000-CANCELACION-EXIT                            00010540
                                                                        00010550
           END-IF                                                       00010560
                                                                        00010570
           .                                                            00010580
       3100-CERRAR-FICHEROS-EXIT.                                       00010590
           EXIT.                                                        00010600
                                                                        00010610
      ******************************************************************00010620
      ***                   3200-ESTADISTICAS                       *** 00010630
      ***                   -----------------                       *** 00010640
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00010650
      ******************************************************************00010660
       3200-ESTADISTICAS.                                               00010670
                                                                        00010680
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00010690
           MOVE CT-PRODUCTOS                  TO WK-PRODUCTOS-ED        00010700
           MOVE CT-EMPRESAS                   TO WK-EMPRESAS-ED         00010710
           MOVE CT-SIN-PRESUPUESTO            TO WK-SIN-PRESUPUESTO-ED  00010720
                                                                        00010730
           DISPLAY WK-CAB-1                                             00010740
           DISPLAY WK-CAB-2                                             00010750
           DISPLAY WK-CAB-1                                             00010760
           DISPLAY WK-CAB-3                                             00010770
           DISPLAY WK-CAB-4                                             00010780
           DISPLAY WK-CAB-5                                             00010790
           DISPLAY WK-CAB-6                                             00010800
           DISPLAY WK-CAB-1                                             00010810
                                                                        00010820
           .                                                            00010830
       3200-ESTADISTICAS-EXIT.                                          00010840
           EXIT.                                                        00010850
                                                                        00010860
      ******************************************************************00010870
      ***                   9200-LEER-CURSOR                        *** 00010880
      ***                   ----------------                        *** 00010890
      * SE REALIZA EL FETCH DEL CURSOR C-PRESUPUESTO.                  *00010900
      ******************************************************************00010910
       9200-LEER-CURSOR.                                                00010920
                                                                        00010930
           EXEC SQL                                                     00010940
                FETCH C-PRESUPUESTO                                     00010950
                 INTO :WF-IDEMPRD , :WF-CODMONSW,                       00010960
                      :WF-IDPRODD , :WF-IDCENTD ,                       00010970
                      :WF-IMPPRESU, :WF-IMPMEDPR,                       00010980
                      :WF-SLDMEDIO, :WF-IND-PRESU                       00010990
           END-EXEC                                                     00011000
                                                                        00011010
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011020
                                                                        00011030
           EVALUATE  TRUE                                               00011040
               WHEN  DB2-OK                                             00011050
                     ADD CN-1                 TO CT-REG-LEIDOS          00011060
                                                                        00011070
               WHEN  DB2-CLV-NOT-FOUND                                  00011080
                     SET SI-FIN-CURSOR        TO TRUE                   00011090
                                                                        00011100
               WHEN  OTHER                                              00011110
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00011120
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00011130
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00011140
                     MOVE CA-KJBCCPV          TO WK-RUTINA              00011150
                     MOVE CA-POS-PRESUPUESTO  TO WK-TABLA-DB2           00011160
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00011170
                                                                        00011180
                     PERFORM 9000-CANCELACION                           00011190
                        THRU 9000-CANCELACION-EXIT                      00011200
                                                                        00011210
           END-EVALUATE                                                 00011220
                                                                        00011230
           .                                                            00011240
       9200-LEER-CURSOR-EXIT.                                           00011250
           EXIT.                                                        00011260
                                                                        00011270
      ******************************************************************00011280
      ***                   9000-CANCELACION                        *** 00011290
      ***                   ----------------                        *** 00011300
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00011310
      ******************************************************************00011320
       9000-CANCELACION.                                                00011330
                                                                        00011340
           MOVE CA-RESP                       TO WK-RESPONSABLE         00011350
                                                                        00011360
           EVALUATE  TRUE                                               00011370
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00011380
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011390
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011400
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00011410
                         RESPONSABLE('WK-RESPONSABLE')                  00011420
                         DESCRIPCION('WK-DESCRIPCION')                  00011430
                         PROGRAMA('WK-PROGRAMA')                        00011440
                         PARRAFO('WK-PARRAFO')                          00011450
                         SQLCA('SQLCA')                                 00011460
                         TABLA_DB2('WK-TABLA-DB2')                      00011470
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00011480
                     END-FUN                                            00011490
                                                                        00011500
               WHEN  OTHER                                              00011510
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011520
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011530
                         RESPONSABLE('WK-RESPONSABLE')                  00011540
                         DESCRIPCION('WK-DESCRIPCION')                  00011550
                         PROGRAMA('WK-PROGRAMA')                        00011560
                         PARRAFO('WK-PARRAFO')                          00011570
                         DDNAME('WK-DDNAME')                            00011580
                         FILE_STATUS('WK-FILE-STATUS')                  00011590
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00011600
                     END-FUN                                            00011610
                                                                        00011620
           END-EVALUATE                                                 00011630
                                                                        00011640
           .                                                            00011650
       9000-CANCELACION-EXIT.                                           00011660
           EXIT.                                                        00011670
