      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCILIB.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: LIBERACION DE FORMULARIOS RETENIDOS POR EL       *00000110
      *               CRIBADO CONTRA LA LISTA DE SANCIONES. CRUZA EL   *00000120
      *               FICHERO DE RETENIDOS QUE GENERA MPCITI06         *00000130
      *               (MPCITIS5) CON LAS LIBERACIONES QUE CUMPLIMIENTO *00000140
      *               HA DADO POR FALSOS POSITIVOS:                    *00000150
      *               - LOS FORMULARIOS LIBERADOS SE ESCRIBEN EN       *00000160
      *                 FORMATO MPCITIE1 CON MPYITI02-IND-LIBERADO A   *00000170
      *                 'S', PARA CONCATENARLOS A LA ENTRADA DEL DIA   *00000180
      *                 SIGUIENTE DE MPCITI06, QUE YA NO LOS CRIBA.    *00000190
      *               - LOS FORMULARIOS SIN LIBERAR SIGUEN RETENIDOS Y *00000200
      *                 SE ESCRIBEN EN EL FICHERO DE PENDIENTES, QUE SE*00000210
      *                 CONCATENA AL MPCITIS5 DEL DIA SIGUIENTE.       *00000220
      *               UNA LIBERACION SOLO SE APLICA SI SU REFERENCIA DE*00000230
      *               LA LISTA COINCIDE CON LA DE LA RETENCION, PARA   *00000240
      *               QUE CUMPLIMIENTO NO LIBERE UNA COINCIDENCIA QUE  *00000250
      *               NO HA REVISADO. LAS LIBERACIONES NO APLICADAS SE *00000260
      *               DETALLAN EN EL LISTADO.                          *00000270
      *-                                                              -*00000280
      *  FICHEROS DE ENTRADA:                                          *00000290
      *        MPCILBE1 : FORMULARIOS RETENIDOS POR SANCIONES (FORMATO *00000300
      *                   MPCITIE1 CON LOS DATOS DEL CRIBADO).         *00000310
      *        MPCILBE2 : LIBERACIONES DE CUMPLIMIENTO (NUMFORM,       *00000320
      *                   REFERENCIA DE LA LISTA, USUARIO Y FECHA).    *00000330
      *-                                                              -*00000340
      *  FICHEROS DE SALIDA:                                           *00000350
      *        MPCILBS1 : FORMULARIOS LIBERADOS (FORMATO MPCITIE1).    *00000360
      *        MPCILBS2 : FORMULARIOS QUE SIGUEN RETENIDOS (FORMATO    *00000370
      *                   MPCITIS5).                                   *00000380
      *        MPCILBS3 : LISTADO DE LIBERACIONES.                     *00000390
      *-                                                              -*00000400
      *  CODIGOS DE RETORNO:                                           *00000410
      *        00 : PROCESO CORRECTO.                                  *00000420
      *        04 : ALGUNA LIBERACION NO SE HA PODIDO APLICAR.         *00000430
      *-                                                              -*00000440
      *  RUTINAS Y MODULOS:                                            *00000450
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000460
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000470
      *-                                                              -*00000480
      ******************************************************************00000490
      *                  M O D I F I C A C I O N E S                   *00000500
      *                  ---------------------------                   *00000510
      *                                                                *00000520
      * USUARIO  FECHA        DESCRIPCION                              *00000530
      * -------- ----------   ---------------------------------------- *00000540
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. LIBERACION DE    *00000550
      *                        FORMULARIOS RETENIDOS POR LA LISTA DE   *00000560
      *                        SANCIONES.                              *00000570
      *                                                                *00000580
      ******************************************************************00000590
                                                                        00000600
      ******************************************************************00000610
      * IDENTIFICATION DIVISION                                        *00000620
      ******************************************************************00000630
       IDENTIFICATION DIVISION.                                         00000640
       PROGRAM-ID.    MPCILIB.                                          00000650
       AUTHOR.        VIEWNEXT.                                         00000660
       DATE-WRITTEN.  15-10-2026.                                       00000670
       DATE-COMPILED.                                                   00000680
                                                                        00000690
      ******************************************************************00000700
      * ENVIRONMENT DIVISION                                           *00000710
      ******************************************************************00000720
       ENVIRONMENT DIVISION.                                            00000730
                                                                        00000740
      *----------------------------------------------------------------*00000750
      * CONFIGURATION SECTION                                          *00000760
      *----------------------------------------------------------------*00000770
       CONFIGURATION SECTION.                                           00000780
                                                                        00000790
       SOURCE-COMPUTER. IBM-3090.                                       00000800
       OBJECT-COMPUTER. IBM-3090.                                       00000810
       SPECIAL-NAMES.                                                   00000820
           DECIMAL-POINT IS COMMA.                                      00000830
                                                                        00000840
      *----------------------------------------------------------------*00000850
      * INPUT OUTPUT SECTION                                           *00000860
      *----------------------------------------------------------------*00000870
       INPUT-OUTPUT SECTION.                                            00000880
       FILE-CONTROL.                                                    00000890
                                                                        00000900
      * -- FORMULARIOS RETENIDOS POR SANCIONES.                         00000910
           SELECT MPCILBE1 ASSIGN MPCILBE1                              00000920
                  ACCESS MODE IS SEQUENTIAL                             00000930
                  FILE STATUS IS FS-MPCILBE1.                           00000940
                                                                        00000950
      * -- LIBERACIONES DE CUMPLIMIENTO.                                00000960
           SELECT MPCILBE2 ASSIGN MPCILBE2                              00000970
                  ACCESS MODE IS SEQUENTIAL                             00000980
                  FILE STATUS IS FS-MPCILBE2.                           00000990
                                                                        00001000
      * -- FORMULARIOS LIBERADOS.                                       00001010
           SELECT MPCILBS1 ASSIGN MPCILBS1                              00001020
                  ACCESS MODE IS SEQUENTIAL                             00001030
                  FILE STATUS IS FS-MPCILBS1.                           00001040
                                                                        00001050
      * -- FORMULARIOS QUE SIGUEN RETENIDOS.                            00001060
           SELECT MPCILBS2 ASSIGN MPCILBS2                              00001070
                  ACCESS MODE IS SEQUENTIAL                             00001080
                  FILE STATUS IS FS-MPCILBS2.                           00001090
                                                                        00001100
      * -- LISTADO DE LIBERACIONES.                                     00001110
           SELECT MPCILBS3 ASSIGN MPCILBS3                              00001120
                  ACCESS MODE IS SEQUENTIAL                             00001130
                  FILE STATUS IS FS-MPCILBS3.                           00001140
                                                                        00001150
      ******************************************************************00001160
      * DATA DIVISION                                                  *00001170
      ******************************************************************00001180
       DATA DIVISION.                                                   00001190
                                                                        00001200
      *----------------------------------------------------------------*00001210
      * FILE SECTION                                                   *00001220
      *----------------------------------------------------------------*00001230
       FILE SECTION.                                                    00001240
                                                                        00001250
       FD  MPCILBE1                                                     00001260
           BLOCK CONTAINS 0 RECORDS                                     00001270
           RECORDING MODE IS F                                          00001280
           LABEL RECORD ARE STANDARD                                    00001290
           RECORD CONTAINS 400 CHARACTERS                               00001300
           DATA RECORD IS REG-MPCILBE1.                                 00001310
       01  REG-MPCILBE1                    PIC X(400).                  00001320
                                                                        00001330
       FD  MPCILBE2                                                     00001340
           BLOCK CONTAINS 0 RECORDS                                     00001350
           RECORDING MODE IS F                                          00001360
           LABEL RECORD ARE STANDARD                                    00001370
           RECORD CONTAINS 80 CHARACTERS                                00001380
           DATA RECORD IS REG-MPCILBE2.                                 00001390
       01  REG-MPCILBE2                    PIC X(80).                   00001400
                                                                        00001410
       FD  MPCILBS1                                                     00001420
           BLOCK CONTAINS 0 RECORDS                                     00001430
           RECORDING MODE IS F                                          00001440
           LABEL RECORD ARE STANDARD                                    00001450
           RECORD CONTAINS 400 CHARACTERS                               00001460
           DATA RECORD IS REG-MPCILBS1.                                 00001470
       01  REG-MPCILBS1                    PIC X(400).                  00001480
                                                                        00001490
       FD  MPCILBS2                                                     00001500
           BLOCK CONTAINS 0 RECORDS                                     00001510
           RECORDING MODE IS F                                          00001520
           LABEL RECORD ARE STANDARD                                    00001530
           RECORD CONTAINS 400 CHARACTERS                               00001540
           DATA RECORD IS REG-MPCILBS2.                                 00001550
       01  REG-MPCILBS2                    PIC X(400).                  00001560
                                                                        00001570
       FD  MPCILBS3                                                     00001580
           BLOCK CONTAINS 0 RECORDS                                     00001590
           RECORDING MODE IS F                                          00001600
           LABEL RECORD ARE STANDARD                                    00001610
           RECORD CONTAINS 132 CHARACTERS                               00001620
           DATA RECORD IS REG-MPCILBS3.                                 00001630
       01  REG-MPCILBS3                    PIC X(132).                  00001640
                                                                        00001650
      *----------------------------------------------------------------*00001660
      * WORKING-STORAGE SECTION                                        *00001670
      *----------------------------------------------------------------*00001680
       WORKING-STORAGE SECTION.                                         00001690
                                                                        00001700
      ******************************************************************00001710
      *                        S W I T C H E S                         *00001720
      ******************************************************************00001730
       01  SW-SWITCHES.                                                 00001740
           05  SW-FIN-MPCILBE1             PIC X(01)   VALUE 'N'.       00001750
               88  SI-FIN-MPCILBE1                     VALUE 'S'.       00001760
               88  NO-FIN-MPCILBE1                     VALUE 'N'.       00001770
           05  SW-FIN-MPCILBE2             PIC X(01)   VALUE 'N'.       00001780
               88  SI-FIN-MPCILBE2                     VALUE 'S'.       00001790
               88  NO-FIN-MPCILBE2                     VALUE 'N'.       00001800
           05  SW-LIBERACION-ENCONTRADA    PIC X(01)   VALUE 'N'.       00001810
               88  SI-LIBERACION-ENCONTRADA            VALUE 'S'.       00001820
               88  NO-LIBERACION-ENCONTRADA            VALUE 'N'.       00001830
                                                                        00001840
      ******************************************************************00001850
      *                      C O N S T A N T E S                       *00001860
      ******************************************************************00001870
       01  CT-CONSTANTES.                                               00001880
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001890
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001900
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001910
               10  CA-RESP                 PIC X(14)   VALUE            00001920
                                   'MEDIOS DE PAGO'.                    00001930
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001940
               10  CA-MPCILBE1             PIC X(08)   VALUE 'MPCILBE1'.00001950
               10  CA-MPCILBE2             PIC X(08)   VALUE 'MPCILBE2'.00001960
               10  CA-MPCILBS1             PIC X(08)   VALUE 'MPCILBS1'.00001970
               10  CA-MPCILBS2             PIC X(08)   VALUE 'MPCILBS2'.00001980
               10  CA-MPCILBS3             PIC X(08)   VALUE 'MPCILBS3'.00001990
      *--      INDICADOR DE FORMULARIO LIBERADO POR CUMPLIMIENTO.       00002000
               10  CA-IND-LIBERADO         PIC X(01)   VALUE 'S'.       00002010
      *--      ESTADO DE CADA LIBERACION EN LA TABLA.                   00002020
               10  CA-LIB-PENDIENTE        PIC X(01)   VALUE 'P'.       00002030
               10  CA-LIB-APLICADA         PIC X(01)   VALUE 'A'.       00002040
               10  CA-LIB-REF-DISTINTA     PIC X(01)   VALUE 'R'.       00002050
               10  CA-LIB-NUMFORM-ERRONEO  PIC X(01)   VALUE 'E'.       00002060
               10  CA-LIB-DUPLICADA        PIC X(01)   VALUE 'D'.       00002070
      *--      RESULTADOS DEL LISTADO.                                  00002080
               10  CA-RES-LIBERADO         PIC X(30)   VALUE            00002090
                                   'LIBERADO'.                          00002100
               10  CA-RES-REF-DISTINTA     PIC X(30)   VALUE            00002110
                                   'REFERENCIA NO COINCIDE'.            00002120
               10  CA-RES-NO-RETENIDO      PIC X(30)   VALUE            00002130
                                   'FORMULARIO NO RETENIDO'.            00002140
               10  CA-RES-NUMFORM-ERRONEO  PIC X(30)   VALUE            00002150
                                   'NUMFORM NO NUMERICO'.               00002160
               10  CA-RES-DUPLICADA        PIC X(30)   VALUE            00002170
                                   'LIBERACION DUPLICADA'.              00002180
               10  CA-TIT-NO-APLICADAS     PIC X(50)   VALUE            00002190
                   'LIBERACIONES NO APLICADAS'.                         00002200
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002210
                                   'ERROR AL ABRIR UN FICHERO'.         00002220
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002230
                                   'ERROR AL CERRAR UN FICHERO'.        00002240
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002250
                                   'ERROR AL LEER UN FICHERO'.          00002260
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002270
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002280
               10  CA-ERR-TABLA-LLENA      PIC X(38)   VALUE            00002290
                         'TABLA DE LIBERACIONES DESBORDADA      '.      00002300
               10  CA-PRF-1100             PIC X(19)   VALUE            00002310
                                   '1100-ABRIR-FICHEROS'.               00002320
               10  CA-PRF-1200             PIC X(25)   VALUE            00002330
                                   '1200-CARGAR-LIBERACIONES'.          00002340
               10  CA-PRF-3100             PIC X(20)   VALUE            00002350
                                   '3100-CERRAR-FICHEROS'.              00002360
               10  CA-PRF-9100             PIC X(18)   VALUE            00002370
                                   '9100-LEER-MPCILBE1'.                00002380
               10  CA-PRF-9110             PIC X(18)   VALUE            00002390
                                   '9110-LEER-MPCILBE2'.                00002400
               10  CA-PRF-9200             PIC X(22)   VALUE            00002410
                                   '9200-ESCRIBIR-LIBERADO'.            00002420
               10  CA-PRF-9210             PIC X(24)   VALUE            00002430
                                   '9210-ESCRIBIR-PENDIENTE'.           00002440
               10  CA-PRF-9300             PIC X(22)   VALUE            00002450
                                   '9300-ESCRIBIR-LISTADO'.             00002460
                                                                        00002470
           05  CN-CONSTANTES-NUMERICAS.                                 00002480
               10  CN-1                    PIC 9(01)   VALUE 1.         00002490
               10  CN-4                    PIC 9(01)   VALUE 4.         00002500
               10  CN-MAX-LIBERACIONES     PIC 9(04)   VALUE 2000.      00002510
                                                                        00002520
      ******************************************************************00002530
      *                    C O N T A D O R E S                         *00002540
      ******************************************************************00002550
       01  CT-CONTADORES.                                               00002560
           05  CT-RETENIDOS                PIC 9(9)    VALUE ZEROES.    00002570
           05  CT-LIBERACIONES             PIC 9(9)    VALUE ZEROES.    00002580
           05  CT-LIBERADOS                PIC 9(9)    VALUE ZEROES.    00002590
           05  CT-PENDIENTES               PIC 9(9)    VALUE ZEROES.    00002600
           05  CT-NO-APLICADAS             PIC 9(9)    VALUE ZEROES.    00002610
                                                                        00002620
      ******************************************************************00002630
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002640
      ******************************************************************00002650
       01  WK-ESTADISTICA.                                              00002660
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002670
           05  WK-CAB-2                    PIC X(55)   VALUE            00002680
                   '* ESTADISTICAS DE MPCILIB                   *'.     00002690
           05  WK-CAB-3.                                                00002700
               10  FILLER                  PIC X(45)   VALUE            00002710
                   '* FORMULARIOS RETENIDOS (MPCILBE1):        '.       00002720
               10  WK-RETENIDOS-ED         PIC ZZZZZZZZ9.               00002730
               10  FILLER                  PIC X(01)   VALUE '*'.       00002740
           05  WK-CAB-4.                                                00002750
               10  FILLER                  PIC X(45)   VALUE            00002760
                   '* LIBERACIONES RECIBIDAS (MPCILBE2):       '.       00002770
               10  WK-LIBERACIONES-ED      PIC ZZZZZZZZ9.               00002780
               10  FILLER                  PIC X(01)   VALUE '*'.       00002790
           05  WK-CAB-5.                                                00002800
               10  FILLER                  PIC X(45)   VALUE            00002810
                   '* FORMULARIOS LIBERADOS (MPCILBS1):        '.       00002820
               10  WK-LIBERADOS-ED         PIC ZZZZZZZZ9.               00002830
               10  FILLER                  PIC X(01)   VALUE '*'.       00002840
           05  WK-CAB-6.                                                00002850
               10  FILLER                  PIC X(45)   VALUE            00002860
                   '* FORMULARIOS AUN RETENIDOS (MPCILBS2):    '.       00002870
               10  WK-PENDIENTES-ED        PIC ZZZZZZZZ9.               00002880
               10  FILLER                  PIC X(01)   VALUE '*'.       00002890
           05  WK-CAB-7.                                                00002900
               10  FILLER                  PIC X(45)   VALUE            00002910
                   '* LIBERACIONES NO APLICADAS:               '.       00002920
               10  WK-NO-APLICADAS-ED      PIC ZZZZZZZZ9.               00002930
               10  FILLER                  PIC X(01)   VALUE '*'.       00002940
                                                                        00002950
      ******************************************************************00002960
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002970
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002980
      ******************************************************************00002990
       01  WK-CANCELACION-BATCH.                                        00003000
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003010
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003020
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003030
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCILIB'. 00003040
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003050
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003060
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003070
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003080
                                                                        00003090
      ******************************************************************00003100
      *                      F I L E  S T A T U S                      *00003110
      ******************************************************************00003120
       01  FS-FILE-STATUS.                                              00003130
           05  FS-MPCILBE1                 PIC X(02).                   00003140
           05  FS-MPCILBE2                 PIC X(02).                   00003150
           05  FS-MPCILBS1                 PIC X(02).                   00003160
           05  FS-MPCILBS2                 PIC X(02).                   00003170
           05  FS-MPCILBS3                 PIC X(02).                   00003180
                                                                        00003190
      ******************************************************************00003200
      * REGISTRO DE LIBERACION DE CUMPLIMIENTO (MPCILBE2).             *00003210
      ******************************************************************00003220
       01  WK-REG-LIBERACION.                                           00003230
           05  LB-NUMFORM                  PIC X(10).                   00003240
           05  LB-NUMFORM-N       REDEFINES LB-NUMFORM                  00003250
                                           PIC 9(10).                   00003260
           05  LB-REFLISTA                 PIC X(15).                   00003270
           05  LB-USUARIO                  PIC X(08).                   00003280
           05  LB-FECHA                    PIC X(10).                   00003290
           05  FILLER                      PIC X(37).                   00003300
                                                                        00003310
      ******************************************************************00003320
      * LIBERACIONES CARGADAS EN MEMORIA, CON SU ESTADO: PENDIENTE DE  *00003330
      * APLICAR, APLICADA, CON REFERENCIA DISTINTA A LA RETENCION,     *00003340
      * CON NUMFORM NO NUMERICO O DUPLICADA.                           *00003350
      ******************************************************************00003360
       01  WK-TABLA-LIBERACIONES.                                       00003370
           05  WK-NUM-LIBERACIONES         PIC 9(04)   VALUE ZEROES.    00003380
           05  WK-IDX                      PIC 9(04)   VALUE ZEROES.    00003390
           05  WK-IDX-LIB                  PIC 9(04)   VALUE ZEROES.    00003400
           05  WK-LIBERACION-TAB           OCCURS 2000 TIMES.           00003410
               10  WK-LT-NUMFORM           PIC X(10).                   00003420
               10  WK-LT-REFLISTA          PIC X(15).                   00003430
               10  WK-LT-USUARIO           PIC X(08).                   00003440
               10  WK-LT-FECHA             PIC X(10).                   00003450
               10  WK-LT-ESTADO            PIC X(01).                   00003460
                                                                        00003470
      * -- COPY DEL REGISTRO DE INGRESOS CON PIN.                       00003480
           COPY MPYITI02.                                               00003490
                                                                        00003500
      ******************************************************************00003510
      *                 L I N E A S  D E  I N F O R M E                *00003520
      ******************************************************************00003530
       01  WK-LINEA-CABECERA.                                           00003540
           05  FILLER                      PIC X(50)   VALUE            00003550
               'MPCILIB - LIBERACION DE RETENIDOS POR SANCIONES'.       00003560
           05  FILLER                      PIC X(82)   VALUE SPACES.    00003570
                                                                        00003580
       01  WK-LINEA-TITULOS.                                            00003590
           05  FILLER                      PIC X(11)   VALUE            00003600
                                   'NUMFORM'.                           00003610
           05  FILLER                      PIC X(16)   VALUE            00003620
                                   'REFERENCIA'.                        00003630
           05  FILLER                      PIC X(08)   VALUE            00003640
                                   'PUNT C'.                            00003650
           05  FILLER                      PIC X(31)   VALUE            00003660
                                   'EMPRESA'.                           00003670
           05  FILLER                      PIC X(09)   VALUE            00003680
                                   'USUARIO'.                           00003690
           05  FILLER                      PIC X(11)   VALUE            00003700
                                   'FECHA'.                             00003710
           05  FILLER                      PIC X(46)   VALUE            00003720
                                   'RESULTADO'.                         00003730
                                                                        00003740
       01  WK-LINEA-SECCION.                                            00003750
           05  WS-TITULO                   PIC X(50).                   00003760
           05  FILLER                      PIC X(82)   VALUE SPACES.    00003770
                                                                        00003780
       01  WK-LINEA-DETALLE.                                            00003790
           05  WD-NUMFORM                  PIC X(10).                   00003800
           05  FILLER                      PIC X(01).                   00003810
           05  WD-REFLISTA                 PIC X(15).                   00003820
           05  FILLER                      PIC X(01).                   00003830
           05  WD-PUNTUACION               PIC ZZ9.                     00003840
           05  WD-PUNTUACION-X    REDEFINES WD-PUNTUACION               00003850
                                           PIC X(03).                   00003860
           05  FILLER                      PIC X(02).                   00003870
           05  WD-CAMPO-COINC              PIC X(01).                   00003880
           05  FILLER                      PIC X(02).                   00003890
           05  WD-EMPRESA                  PIC X(30).                   00003900
           05  FILLER                      PIC X(01).                   00003910
           05  WD-USUARIO                  PIC X(08).                   00003920
           05  FILLER                      PIC X(01).                   00003930
           05  WD-FECHA                    PIC X(10).                   00003940
           05  FILLER                      PIC X(01).                   00003950
           05  WD-RESULTADO                PIC X(30).                   00003960
           05  FILLER                      PIC X(16).                   00003970
                                                                        00003980
      ******************************************************************00003990
      *                       PROCEDURE DIVISION                       *00004000
      ******************************************************************00004010
       PROCEDURE DIVISION.                                              00004020
                                                                        00004030
           PERFORM 1000-INICIO                                          00004040
              THRU 1000-INICIO-EXIT                                     00004050
                                                                        00004060
           PERFORM 2000-PROCESO                                         00004070
              THRU 2000-PROCESO-EXIT                                    00004080
             UNTIL SI-FIN-MPCILBE1                                      00004090
                                                                        00004100
           PERFORM 3000-FIN                                             00004110
              THRU 3000-FIN-EXIT                                        00004120
                                                                        00004130
           .                                                            00004140
                                                                        00004150
      ******************************************************************00004160
      ***                   1000-INICIO                              ***00004170
      ***                   -----------                              ***00004180
      * SE ABREN LOS FICHEROS, SE CARGAN EN MEMORIA LAS LIBERACIONES   *00004190
      * DE CUMPLIMIENTO, SE ESCRIBE LA CABECERA DEL LISTADO Y SE LEE EL*00004200
      * PRIMER FORMULARIO RETENIDO.                                    *00004210
      ******************************************************************00004220
       1000-INICIO.                                                     00004230
                                                                        00004240
           INITIALIZE CT-CONTADORES                                     00004250
                                                                        00004260
           MOVE ZEROES                       TO WK-NUM-LIBERACIONES     00004270
                                                                        00004280
           SET NO-FIN-MPCILBE1               TO TRUE                    00004290
           SET NO-FIN-MPCILBE2               TO TRUE                    00004300
                                                                        00004310
           PERFORM 1100-ABRIR-FICHEROS                                  00004320
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004330
                                                                        00004340
           MOVE WK-LINEA-CABECERA            TO REG-MPCILBS3            00004350
           PERFORM 9300-ESCRIBIR-LISTADO                                00004360
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004370
                                                                        00004380
           MOVE WK-LINEA-TITULOS             TO REG-MPCILBS3            00004390
           PERFORM 9300-ESCRIBIR-LISTADO                                00004400
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004410
                                                                        00004420
           PERFORM 1200-CARGAR-LIBERACIONES                             00004430
              THRU 1200-CARGAR-LIBERACIONES-EXIT                        00004440
                                                                        00004450
           PERFORM 9100-LEER-MPCILBE1                                   00004460
              THRU 9100-LEER-MPCILBE1-EXIT                              00004470
                                                                        00004480
           .                                                            00004490
       1000-INICIO-EXIT.                                                00004500
           EXIT.                                                        00004510
                                                                        00004520
      ******************************************************************00004530
      ***                   1100-ABRIR-FICHEROS                      ***00004540
      ***                   -------------------                      ***00004550
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00004560
      ******************************************************************00004570
       1100-ABRIR-FICHEROS.                                             00004580
                                                                        00004590
           OPEN INPUT  MPCILBE1                                         00004600
                       MPCILBE2                                         00004610
                OUTPUT MPCILBS1                                         00004620
                       MPCILBS2                                         00004630
                       MPCILBS3                                         00004640
                                                                        00004650
           IF  FS-MPCILBE1 NOT = CA-FS-OK                               00004660
               MOVE CA-MPCILBE1              TO WK-DDNAME               00004670
               MOVE FS-MPCILBE1              TO WK-FILE-STATUS          00004680
               GO TO 1100-ERROR-APERTURA                                00004690
           END-IF                                                       00004700
                                                                        00004710
           IF  FS-MPCILBE2 NOT = CA-FS-OK                               00004720
               MOVE CA-MPCILBE2              TO WK-DDNAME               00004730
               MOVE FS-MPCILBE2              TO WK-FILE-STATUS          00004740
               GO TO 1100-ERROR-APERTURA                                00004750
           END-IF                                                       00004760
                                                                        00004770
           IF  FS-MPCILBS1 NOT = CA-FS-OK                               00004780
               MOVE CA-MPCILBS1              TO WK-DDNAME               00004790
               MOVE FS-MPCILBS1              TO WK-FILE-STATUS          00004800
               GO TO 1100-ERROR-APERTURA                                00004810
           END-IF                                                       00004820
                                                                        00004830
           IF  FS-MPCILBS2 NOT = CA-FS-OK                               00004840
               MOVE CA-MPCILBS2              TO WK-DDNAME               00004850
               MOVE FS-MPCILBS2              TO WK-FILE-STATUS          00004860
               GO TO 1100-ERROR-APERTURA                                00004870
           END-IF                                                       00004880
                                                                        00004890
           IF  FS-MPCILBS3 NOT = CA-FS-OK                               00004900
               MOVE CA-MPCILBS3              TO WK-DDNAME               00004910
               MOVE FS-MPCILBS3              TO WK-FILE-STATUS          00004920
               GO TO 1100-ERROR-APERTURA                                00004930
           END-IF                                                       00004940
                                                                        00004950
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00004960
                                                                        00004970
           .                                                            00004980
       1100-ERROR-APERTURA.                                             00004990
                                                                        00005000
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00005010
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00005020
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00005030
                                                                        00005040
           PERFORM 9000-CANCELACION                                     00005050
              THRU 9000-CANCELACION-EXIT                                00005060
                                                                        00005070
           .                                                            00005080
       1100-ABRIR-FICHEROS-EXIT.                                        00005090
           EXIT.                                                        00005100
                                                                        00005110
      ******************************************************************00005120
      ***                   1200-CARGAR-LIBERACIONES                 ***00005130
      ***                   ------------------------                 ***00005140
      * SE CARGAN EN MEMORIA LAS LIBERACIONES DE CUMPLIMIENTO. LAS QUE *00005150
      * TRAEN UN NUMFORM NO NUMERICO O REPETIDO SE GUARDAN CON ESE     *00005160
      * ESTADO PARA LISTARLAS AL FINAL COMO NO APLICADAS.              *00005170
      ******************************************************************00005180
       1200-CARGAR-LIBERACIONES.                                        00005190
                                                                        00005200
           PERFORM 9110-LEER-MPCILBE2                                   00005210
              THRU 9110-LEER-MPCILBE2-EXIT                              00005220
                                                                        00005230
           PERFORM 1250-GUARDAR-LIBERACION                              00005240
              THRU 1250-GUARDAR-LIBERACION-EXIT                         00005250
             UNTIL SI-FIN-MPCILBE2                                      00005260
                                                                        00005270
           .                                                            00005280
       1200-CARGAR-LIBERACIONES-EXIT.                                   00005290
           EXIT.                                                        00005300
                                                                        00005310
      ******************************************************************00005320
      ***                   1250-GUARDAR-LIBERACION                  ***00005330
      ***                   -----------------------                  ***00005340
      * SE VALIDA LA LIBERACION LEIDA Y SE GUARDA EN LA TABLA.         *00005350
      ******************************************************************00005360
       1250-GUARDAR-LIBERACION.                                         00005370
                                                                        00005380
           IF  WK-NUM-LIBERACIONES NOT < CN-MAX-LIBERACIONES            00005390
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005400
               MOVE CA-ERR-TABLA-LLENA       TO WK-DESCRIPCION          00005410
               MOVE CA-PRF-1200              TO WK-PARRAFO              00005420
               MOVE WK-REG-LIBERACION        TO WK-DATOS-REGISTRO       00005430
                                                                        00005440
               PERFORM 9000-CANCELACION                                 00005450
                  THRU 9000-CANCELACION-EXIT                            00005460
                                                                        00005470
           END-IF                                                       00005480
                                                                        00005490
           PERFORM 2150-BUSCAR-LIBERACION                               00005500
              THRU 2150-BUSCAR-LIBERACION-EXIT                          00005510
                                                                        00005520
           ADD CN-1                          TO WK-NUM-LIBERACIONES     00005530
           MOVE WK-NUM-LIBERACIONES          TO WK-IDX                  00005540
           MOVE LB-NUMFORM                   TO WK-LT-NUMFORM(WK-IDX)   00005550
           MOVE LB-REFLISTA                  TO WK-LT-REFLISTA(WK-IDX)  00005560
           MOVE LB-USUARIO                   TO WK-LT-USUARIO(WK-IDX)   00005570
           MOVE LB-FECHA                     TO WK-LT-FECHA(WK-IDX)     00005580
                                                                        00005590
           EVALUATE  TRUE                                               00005600
               WHEN  LB-NUMFORM NOT NUMERIC                             00005610
                     MOVE CA-LIB-NUMFORM-ERRONEO                        00005620
                                             TO WK-LT-ESTADO(WK-IDX)    00005630
               WHEN  SI-LIBERACION-ENCONTRADA                           00005640
                     MOVE CA-LIB-DUPLICADA   TO WK-LT-ESTADO(WK-IDX)    00005650
               WHEN  OTHER                                              00005660
                     MOVE CA-LIB-PENDIENTE   TO WK-LT-ESTADO(WK-IDX)    00005670
           END-EVALUATE                                                 00005680
                                                                        00005690
           PERFORM 9110-LEER-MPCILBE2                                   00005700
              THRU 9110-LEER-MPCILBE2-EXIT                              00005710
                                                                        00005720
           .                                                            00005730
       1250-GUARDAR-LIBERACION-EXIT.                                    00005740
           EXIT.                                                        00005750
                                                                        00005760
      ******************************************************************00005770
      ***                   2000-PROCESO                             ***00005780
      ***                   ------------                             ***00005790
      * POR CADA FORMULARIO RETENIDO SE BUSCA SU LIBERACION. SI EXISTE *00005800
      * Y LA REFERENCIA DE LA LISTA COINCIDE CON LA DE LA RETENCION, EL*00005810
      * FORMULARIO SE MARCA COMO LIBERADO Y SE ESCRIBE EN MPCILBS1. EN *00005820
      * OTRO CASO SIGUE RETENIDO Y SE ESCRIBE EN MPCILBS2.             *00005830
      ******************************************************************00005840
       2000-PROCESO.                                                    00005850
                                                                        00005860
           MOVE MPYITI02-NUMFORM             TO LB-NUMFORM-N            00005870
                                                                        00005880
           PERFORM 2150-BUSCAR-LIBERACION                               00005890
              THRU 2150-BUSCAR-LIBERACION-EXIT                          00005900
                                                                        00005910
           IF  NO-LIBERACION-ENCONTRADA                                 00005920
               PERFORM 9210-ESCRIBIR-PENDIENTE                          00005930
                  THRU 9210-ESCRIBIR-PENDIENTE-EXIT                     00005940
                                                                        00005950
               GO TO 2000-LEER-SIGUIENTE                                00005960
           END-IF                                                       00005970
                                                                        00005980
           MOVE SPACES                       TO WK-LINEA-DETALLE        00005990
           MOVE MPYITI02-NUMFORM             TO WD-NUMFORM              00006000
           MOVE MPYITI02-REFLISTA            TO WD-REFLISTA             00006010
           MOVE MPYITI02-PUNTUACION          TO WD-PUNTUACION           00006020
           MOVE MPYITI02-CAMPO-COINC         TO WD-CAMPO-COINC          00006030
           MOVE MPYITI02-ALIEMPRE            TO WD-EMPRESA              00006040
           MOVE WK-LT-USUARIO(WK-IDX-LIB)    TO WD-USUARIO              00006050
           MOVE WK-LT-FECHA(WK-IDX-LIB)      TO WD-FECHA                00006060
                                                                        00006070
           IF  WK-LT-REFLISTA(WK-IDX-LIB) = MPYITI02-REFLISTA           00006080
               MOVE CA-LIB-APLICADA          TO WK-LT-ESTADO(WK-IDX-LIB)00006090
               MOVE CA-RES-LIBERADO          TO WD-RESULTADO            00006100
                                                                        00006110
               PERFORM 9200-ESCRIBIR-LIBERADO                           00006120
                  THRU 9200-ESCRIBIR-LIBERADO-EXIT                      00006130
           ELSE                                                         00006140
               MOVE CA-LIB-REF-DISTINTA      TO WK-LT-ESTADO(WK-IDX-LIB)00006150
               MOVE CA-RES-REF-DISTINTA      TO WD-RESULTADO            00006160
                                                                        00006170
               PERFORM 9210-ESCRIBIR-PENDIENTE                          00006180
                  THRU 9210-ESCRIBIR-PENDIENTE-EXIT                     00006190
           END-IF                                                       00006200
                                                                        00006210
           MOVE WK-LINEA-DETALLE             TO REG-MPCILBS3            00006220
           PERFORM 9300-ESCRIBIR-LISTADO                                00006230
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006240
                                                                        00006250
           .                                                            00006260
       2000-LEER-SIGUIENTE.                                             00006270
                                                                        00006280
           PERFORM 9100-LEER-MPCILBE1                                   00006290
              THRU 9100-LEER-MPCILBE1-EXIT                              00006300
                                                                        00006310
           .                                                            00006320
       2000-PROCESO-EXIT.                                               00006330
           EXIT.                                                        00006340
                                                                        00006350
      ******************************************************************00006360
      ***                   2150-BUSCAR-LIBERACION                   ***00006370
      ***                   ----------------------                   ***00006380
      * SE BUSCA EN LA TABLA LA LIBERACION DEL NUMFORM DE LB-NUMFORM.  *00006390
      * LAS ERRONEAS O DUPLICADAS NO CUENTAN. SI SE ENCUENTRA,         *00006400
      * WK-IDX-LIB QUEDA POSICIONADO SOBRE ELLA.                       *00006410
      ******************************************************************00006420
       2150-BUSCAR-LIBERACION.                                          00006430
                                                                        00006440
           SET NO-LIBERACION-ENCONTRADA      TO TRUE                    00006450
                                                                        00006460
           PERFORM 2160-COMPARAR-LIBERACION                             00006470
              THRU 2160-COMPARAR-LIBERACION-EXIT                        00006480
             VARYING WK-IDX-LIB FROM CN-1 BY CN-1                       00006490
               UNTIL WK-IDX-LIB > WK-NUM-LIBERACIONES                   00006500
                  OR SI-LIBERACION-ENCONTRADA                           00006510
                                                                        00006520
           IF  SI-LIBERACION-ENCONTRADA                                 00006530
               SUBTRACT CN-1               FROM WK-IDX-LIB              00006540
           END-IF                                                       00006550
                                                                        00006560
           .                                                            00006570
       2150-BUSCAR-LIBERACION-EXIT.                                     00006580
           EXIT.                                                        00006590
                                                                        00006600
      ******************************************************************00006610
      ***                   2160-COMPARAR-LIBERACION                 ***00006620
      ***                   ------------------------                 ***00006630
      * SE COMPARA UNA POSICION DE LA TABLA CON EL NUMFORM BUSCADO.    *00006640
      ******************************************************************00006650
       2160-COMPARAR-LIBERACION.                                        00006660
                                                                        00006670
           IF  WK-LT-NUMFORM(WK-IDX-LIB) = LB-NUMFORM                   00006680
           AND WK-LT-ESTADO(WK-IDX-LIB) NOT = CA-LIB-NUMFORM-ERRONEO    00006690
           AND WK-LT-ESTADO(WK-IDX-LIB) NOT = CA-LIB-DUPLICADA          00006700
               SET SI-LIBERACION-ENCONTRADA  TO TRUE                    00006710
           END-IF                                                       00006720
                                                                        00006730
           .                                                            00006740
       2160-COMPARAR-LIBERACION-EXIT.                                   00006750
           EXIT.                                                        00006760
                                                                        00006770
      ******************************************************************00006780
      ***                   3000-FIN                                 ***00006790
      ***                   --------                                 ***00006800
      * SE LISTAN LAS LIBERACIONES QUE NO CORRESPONDEN A NINGUN        *00006810
      * FORMULARIO RETENIDO, SE CIERRAN LOS FICHEROS, SE MUESTRAN LAS  *00006820
      * ESTADISTICAS Y SE DEVUELVE RC 4 SI ALGUNA LIBERACION NO SE HA  *00006830
      * PODIDO APLICAR.                                                *00006840
      ******************************************************************00006850
       3000-FIN.                                                        00006860
                                                                        00006870
           MOVE SPACES                       TO WK-LINEA-SECCION        00006880
           MOVE WK-LINEA-SECCION             TO REG-MPCILBS3            00006890
           PERFORM 9300-ESCRIBIR-LISTADO                                00006900
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006910
                                                                        00006920
           MOVE CA-TIT-NO-APLICADAS          TO WS-TITULO               00006930
           MOVE WK-LINEA-SECCION             TO REG-MPCILBS3            00006940
           PERFORM 9300-ESCRIBIR-LISTADO                                00006950
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006960
                                                                        00006970
           PERFORM 3050-LISTAR-NO-APLICADA                              00006980
              THRU 3050-LISTAR-NO-APLICADA-EXIT                         00006990
             VARYING WK-IDX-LIB FROM CN-1 BY CN-1                       00007000
               UNTIL WK-IDX-LIB > WK-NUM-LIBERACIONES                   00007010
                                                                        00007020
           PERFORM 3100-CERRAR-FICHEROS                                 00007030
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007040
                                                                        00007050
           PERFORM 3200-ESTADISTICAS                                    00007060
              THRU 3200-ESTADISTICAS-EXIT                               00007070
                                                                        00007080
           IF  CT-NO-APLICADAS NOT = ZEROES                             00007090
               MOVE CN-4                     TO RETURN-CODE             00007100
           END-IF                                                       00007110
                                                                        00007120
           STOP RUN                                                     00007130
                                                                        00007140
           .                                                            00007150
       3000-FIN-EXIT.                                                   00007160
           EXIT.                                                        00007170
                                                                        00007180
      ******************************************************************00007190
      ***                   3050-LISTAR-NO-APLICADA                  ***00007200
      ***                   -----------------------                  ***00007210
      * SE LISTA UNA LIBERACION NO APLICADA: LA QUE SIGUE PENDIENTE NO *00007220
      * CORRESPONDE A NINGUN FORMULARIO RETENIDO, Y LAS ERRONEAS Y     *00007230
      * DUPLICADAS NO SE CARGARON. LAS DE REFERENCIA DISTINTA YA SE    *00007240
      * LISTARON CON SU FORMULARIO Y SOLO SE CUENTAN.                  *00007250
      ******************************************************************00007260
       3050-LISTAR-NO-APLICADA.                                         00007270
                                                                        00007280
           IF  WK-LT-ESTADO(WK-IDX-LIB) = CA-LIB-APLICADA               00007290
               GO TO 3050-LISTAR-NO-APLICADA-EXIT                       00007300
           END-IF                                                       00007310
                                                                        00007320
           ADD CN-1                          TO CT-NO-APLICADAS         00007330
                                                                        00007340
           IF  WK-LT-ESTADO(WK-IDX-LIB) = CA-LIB-REF-DISTINTA           00007350
               GO TO 3050-LISTAR-NO-APLICADA-EXIT                       00007360
           END-IF                                                       00007370
                                                                        00007380
           MOVE SPACES                       TO WK-LINEA-DETALLE        00007390
           MOVE WK-LT-NUMFORM(WK-IDX-LIB)    TO WD-NUMFORM              00007400
           MOVE WK-LT-REFLISTA(WK-IDX-LIB)   TO WD-REFLISTA             00007410
           MOVE WK-LT-USUARIO(WK-IDX-LIB)    TO WD-USUARIO              00007420
           MOVE WK-LT-FECHA(WK-IDX-LIB)      TO WD-FECHA                00007430
                                                                        00007440
           EVALUATE  WK-LT-ESTADO(WK-IDX-LIB)                           00007450
               WHEN  CA-LIB-NUMFORM-ERRONEO                             00007460
                     MOVE CA-RES-NUMFORM-ERRONEO                        00007470
                                             TO WD-RESULTADO            00007480
               WHEN  CA-LIB-DUPLICADA                                   00007490
                     MOVE CA-RES-DUPLICADA   TO WD-RESULTADO            00007500
               WHEN  OTHER                                              00007510
                     MOVE CA-RES-NO-RETENIDO TO WD-RESULTADO            00007520
           END-EVALUATE                                                 00007530
                                                                        00007540
           MOVE WK-LINEA-DETALLE             TO REG-MPCILBS3            00007550
                                                                        00007560
           PERFORM 9300-ESCRIBIR-LISTADO                                00007570
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007580
                                                                        00007590
           .                                                            00007600
       3050-LISTAR-NO-APLICADA-EXIT.                                    00007610
           EXIT.                                                        00007620
                                                                        00007630
      ******************************************************************00007640
      ***                   3100-CERRAR-FICHEROS                     ***00007650
      ***                   --------------------                     ***00007660
      * SE CIERRAN LOS FICHEROS.                                       *00007670
      ******************************************************************00007680
       3100-CERRAR-FICHEROS.                                            00007690
                                                                        00007700
           CLOSE MPCILBE1                                               00007710
                 MPCILBE2                                               00007720
                 MPCILBS1                                               00007730
                 MPCILBS2                                               00007740
                 MPCILBS3                                               00007750
                                                                        00007760
           IF  FS-MPCILBS1 NOT = CA-FS-OK                               00007770
               MOVE CA-MPCILBS1              TO WK-DDNAME               00007780
               MOVE FS-MPCILBS1              TO WK-FILE-STATUS          00007790
               GO TO 3100-ERROR-CIERRE                                  00007800
           END-IF                                                       00007810
                                                                        00007820
           IF  FS-MPCILBS2 NOT = CA-FS-OK                               00007830
               MOVE CA-MPCILBS2              TO WK-DDNAME               00007840
               MOVE FS-MPCILBS2              TO WK-FILE-STATUS          00007850
               GO TO 3100-ERROR-CIERRE                                  00007860
           END-IF                                                       00007870
                                                                        00007880
           IF  FS-MPCILBS3 NOT = CA-FS-OK                               00007890
               MOVE CA-MPCILBS3              TO WK-DDNAME               00007900
               MOVE FS-MPCILBS3              TO WK-FILE-STATUS          00007910
               GO TO 3100-ERROR-CIERRE                                  00007920
           END-IF                                                       00007930
                                                                        00007940
           GO TO 3100-CERRAR-FICHEROS-EXIT                              00007950
                                                                        00007960
           .                                                            00007970
       3100-ERROR-CIERRE.                                               00007980
                                                                        00007990
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00008000
           MOVE CA-ERR-CERRAR                TO WK-DESCRIPCION          00008010
           MOVE CA-PRF-3100                  TO WK-PARRAFO              00008020
                                                                        00008030
           PERFORM 9000-CANCELACION                                     00008040
              THRU 9000-CANCELACION-EXIT                                00008050
                                                                        00008060
           .                                                            00008070
       3100-CERRAR-FICHEROS-EXIT.                                       00008080
           EXIT.                                                        00008090
                                                                        00008100
      ******************************************************************00008110
      ***                   3200-ESTADISTICAS                        ***00008120
      ***                   -----------------                        ***00008130
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008140
      ******************************************************************00008150
       3200-ESTADISTICAS.                                               00008160
                                                                        00008170
           MOVE CT-RETENIDOS                  TO WK-RETENIDOS-ED        00008180
           MOVE CT-LIBERACIONES               TO WK-LIBERACIONES-ED     00008190
           MOVE CT-LIBERADOS                  TO WK-LIBERADOS-ED        00008200
           MOVE CT-PENDIENTES                 TO WK-PENDIENTES-ED       00008210
           MOVE CT-NO-APLICADAS               TO WK-NO-APLICADAS-ED     00008220
                                                                        00008230
           DISPLAY WK-CAB-1                                             00008240
           DISPLAY WK-CAB-2                                             00008250
           DISPLAY WK-CAB-1                                             00008260
           DISPLAY WK-CAB-3                                             00008270
           DISPLAY WK-CAB-4                                             00008280
           DISPLAY WK-CAB-5                                             00008290
           DISPLAY WK-CAB-6                                             00008300
           DISPLAY WK-CAB-7                                             00008310
           DISPLAY WK-CAB-1                                             00008320
                                                                        00008330
           .                                                            00008340
       3200-ESTADISTICAS-EXIT.                                          00008350
           EXIT.                                                        00008360
                                                                        00008370
      ******************************************************************00008380
      ***                   9100-LEER-MPCILBE1                       ***00008390
      ***                   ------------------                       ***00008400
      * SE LEE EL SIGUIENTE FORMULARIO RETENIDO.                       *00008410
      ******************************************************************00008420
       9100-LEER-MPCILBE1.                                              00008430
                                                                        00008440
           READ MPCILBE1                     INTO MPYITI02              00008450
           AT END                                                       00008460
                SET SI-FIN-MPCILBE1          TO TRUE                    00008470
           END-READ                                                     00008480
                                                                        00008490
           IF  FS-MPCILBE1 NOT = CA-FS-OK AND CA-FS-EOF                 00008500
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008510
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00008520
               MOVE CA-PRF-9100              TO WK-PARRAFO              00008530
               MOVE CA-MPCILBE1              TO WK-DDNAME               00008540
               MOVE FS-MPCILBE1              TO WK-FILE-STATUS          00008550
                                                                        00008560
               PERFORM 9000-CANCELACION                                 00008570
                  THRU 9000-CANCELACION-EXIT                            00008580
                                                                        00008590
           END-IF                                                       00008600
                                                                        00008610
           IF  NO-FIN-MPCILBE1                                          00008620
               ADD CN-1                      TO CT-RETENIDOS            00008630
           END-IF                                                       00008640
                                                                        00008650
           .                                                            00008660
       9100-LEER-MPCILBE1-EXIT.                                         00008670
           EXIT.                                                        00008680
                                                                        00008690
      ******************************************************************00008700
      ***                   9110-LEER-MPCILBE2                       ***00008710
      ***                   ------------------                       ***00008720
      * SE LEE LA SIGUIENTE LIBERACION DE CUMPLIMIENTO.                *00008730
      ******************************************************************00008740
       9110-LEER-MPCILBE2.                                              00008750
                                                                        00008760
           READ MPCILBE2                     INTO WK-REG-LIBERACION     00008770
           AT END                                                       00008780
                SET SI-FIN-MPCILBE2          TO TRUE                    00008790
           END-READ                                                     00008800
                                                                        00008810
           IF  FS-MPCILBE2 NOT = CA-FS-OK AND CA-FS-EOF                 00008820
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008830
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00008840
               MOVE CA-PRF-9110              TO WK-PARRAFO              00008850
               MOVE CA-MPCILBE2              TO WK-DDNAME               00008860
               MOVE FS-MPCILBE2              TO WK-FILE-STATUS          00008870
                                                                        00008880
               PERFORM 9000-CANCELACION                                 00008890
                  THRU 9000-CANCELACION-EXIT                            00008900
                                                                        00008910
           END-IF                                                       00008920
                                                                        00008930
           IF  NO-FIN-MPCILBE2                                          00008940
               ADD CN-1                      TO CT-LIBERACIONES         00008950
           END-IF                                                       00008960
                                                                        00008970
           .                                                            00008980
       9110-LEER-MPCILBE2-EXIT.                                         00008990
           EXIT.                                                        00009000
                                                                        00009010
      ******************************************************************00009020
      ***                   9200-ESCRIBIR-LIBERADO                   ***00009030
      ***                   ----------------------                   ***00009040
      * SE ESCRIBE EL FORMULARIO LIBERADO, MARCADO PARA QUE MPCITI06 NO*00009050
      * LO VUELVA A CRIBAR.                                            *00009060
      ******************************************************************00009070
       9200-ESCRIBIR-LIBERADO.                                          00009080
                                                                        00009090
           MOVE CA-IND-LIBERADO              TO MPYITI02-IND-LIBERADO   00009100
                                                                        00009110
           WRITE REG-MPCILBS1                FROM MPYITI02              00009120
                                                                        00009130
           IF  FS-MPCILBS1 NOT = CA-FS-OK                               00009140
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009150
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009160
               MOVE CA-PRF-9200              TO WK-PARRAFO              00009170
               MOVE CA-MPCILBS1              TO WK-DDNAME               00009180
               MOVE FS-MPCILBS1              TO WK-FILE-STATUS          00009190
               MOVE MPYITI02                 TO WK-DATOS-REGISTRO       00009200
                                                                        00009210
               PERFORM 9000-CANCELACION                                 00009220
                  THRU 9000-CANCELACION-EXIT                            00009230
                                                                        00009240
           END-IF                                                       00009250
                                                                        00009260
           ADD CN-1                          TO CT-LIBERADOS            00009270
                                                                        00009280
           .                                                            00009290
       9200-ESCRIBIR-LIBERADO-EXIT.                                     00009300
           EXIT.                                                        00009310
                                                                        00009320
      ******************************************************************00009330
      ***                   9210-ESCRIBIR-PENDIENTE                  ***00009340
      ***                   -----------------------                  ***00009350
      * SE ESCRIBE EL FORMULARIO QUE SIGUE RETENIDO, TAL CUAL SE LEYO. *00009360
      ******************************************************************00009370
       9210-ESCRIBIR-PENDIENTE.                                         00009380
                                                                        00009390
           WRITE REG-MPCILBS2                FROM MPYITI02              00009400
                                                                        00009410
           IF  FS-MPCILBS2 NOT = CA-FS-OK                               00009420
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009430
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009440
               MOVE CA-PRF-9210              TO WK-PARRAFO              00009450
               MOVE CA-MPCILBS2              TO WK-DDNAME               00009460
               MOVE FS-MPCILBS2              TO WK-FILE-STATUS          00009470
               MOVE MPYITI02                 TO WK-DATOS-REGISTRO       00009480
                                                                        00009490
               PERFORM 9000-CANCELACION                                 00009500
                  THRU 9000-CANCELACION-EXIT                            00009510
                                                                        00009520
           END-IF                                                       00009530
                                                                        00009540
           ADD CN-1                          TO CT-PENDIENTES           00009550
                                                                        00009560
           .                                                            00009570
       9210-ESCRIBIR-PENDIENTE-EXIT.                                    00009580
           EXIT.                                                        00009590
                                                                        00009600
      ******************************************************************00009610
      ***                   9300-ESCRIBIR-LISTADO                    ***00009620
      ***                   ---------------------                    ***00009630
      * SE ESCRIBE UNA LINEA DEL LISTADO DE LIBERACIONES.              *00009640
      ******************************************************************00009650
       9300-ESCRIBIR-LISTADO.                                           00009660
                                                                        00009670
           WRITE REG-MPCILBS3                                           00009680
                                                                        00009690
           IF  FS-MPCILBS3 NOT = CA-FS-OK                               00009700
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009710
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009720
               MOVE CA-PRF-9300              TO WK-PARRAFO              00009730
               MOVE CA-MPCILBS3              TO WK-DDNAME               00009740
               MOVE FS-MPCILBS3              TO WK-FILE-STATUS          00009750
               MOVE REG-MPCILBS3             TO WK-DATOS-REGISTRO       00009760
                                                                        00009770
               PERFORM 9000-CANCELACION                                 00009780
                  THRU 9000-CANCELACION-EXIT                            00009790
                                                                        00009800
           END-IF                                                       00009810
                                                                        00009820
           .                                                            00009830
       9300-ESCRIBIR-LISTADO-EXIT.                                      00009840
           EXIT.                                                        00009850
                                                                        00009860
      ******************************************************************00009870
      ***                   9000-CANCELACION                         ***00009880
      ***                   ----------------                         ***00009890
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00009900
      ******************************************************************00009910
       9000-CANCELACION.                                                00009920
                                                                        00009930
           MOVE CA-RESP                       TO WK-RESPONSABLE         00009940
                                                                        00009950
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00009960
               TIPO_ERROR('WK-TIPO-ERROR')                              00009970
               RESPONSABLE('WK-RESPONSABLE')                            00009980
               DESCRIPCION('WK-DESCRIPCION')                            00009990
               PROGRAMA('WK-PROGRAMA')                                  00010000
               PARRAFO('WK-PARRAFO')                                    00010010
               DDNAME('WK-DDNAME')                                      00010020
               FILE_STATUS('WK-FILE-STATUS')                            00010030
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00010040
           END-FUN                                                      00010050
                                                                        00010060
           .                                                            00010070
       9000-CANCELACION-EXIT.                                           00010080
           EXIT.                                                        00010090
