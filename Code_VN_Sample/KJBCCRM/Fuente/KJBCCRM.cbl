      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCRM.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: REEMISION AUTOMATICA DE LOS INFORMES DIARIOS     *00000110
      *               AFECTADOS POR AJUSTES BACK-VALUE. PARA LA FECHA  *00000120
      *               DE PROCESO RECIBIDA POR SYSIN CRUZA LOS AJUSTES  *00000130
      *               APLICADOS ESE DIA (POS_AJUS_RETRO) CON LOS       *00000140
      *               LISTADOS ARCHIVADOS EN EL REPOSITORIO DE         *00000150
      *               INFORMES: UN LISTADO ESTA AFECTADO SI SU FECHA   *00000160
      *               DE NEGOCIO ES LA FECHA VALOR DE ALGUN AJUSTE Y   *00000170
      *               SU ULTIMA VERSION ARCHIVADA CONTIENE LINEAS DE   *00000180
      *               LA EMPRESA AJUSTADA (MISMAS COLUMNAS DE EMPRESA  *00000190
      *               QUE USA EL REPARTO XXBARED). TRABAJA EN DOS      *00000200
      *               MODOS, COMO EL ORQUESTADOR XXBACUP:              *00000210
      *                 'P' (PLANIFICAR): EMITE EL PLAN DE REEMISION,  *00000220
      *                     UN REGISTRO POR LISTADO PENDIENTE. PARA    *00000230
      *                     CADA REGISTRO EL PLANIFICADOR REEJECUTA EL *00000240
      *                     PROGRAMA EMISOR CON ESA FECHA DE NEGOCIO,  *00000250
      *                     ARCHIVA EL NUEVO LISTADO CON XXBAREA EN    *00000260
      *                     ESTADO 'R' (LAS POSICIONES 1-19 DEL        *00000270
      *                     REGISTRO SON SU SYSIN; EL ORIGINAL SE      *00000280
      *                     CONSERVA) Y LO REPARTE CON XXBARED (SYSIN  *00000290
      *                     = POSICIONES 1-18), QUE LO ENTREGA A LOS   *00000300
      *                     SUSCRIPTORES CON AVISO DE REEMISION.       *00000310
      *                 'V' (VERIFICAR): COMPRUEBA QUE TODOS LOS       *00000320
      *                     LISTADOS AFECTADOS TIENEN YA UNA REEMISION *00000330
      *                     ARCHIVADA EN O DESPUES DE LA FECHA DE      *00000340
      *                     PROCESO; SI QUEDA ALGUNO PENDIENTE         *00000350
      *                     DEVUELVE CONDITION CODE 8.                 *00000360
      *               EL PROPIO LISTADO DE AJUSTES KJBCCBV Y EL DE     *00000370
      *               ESTE PROGRAMA NO SE CONSIDERAN INFORMES DIARIOS. *00000380
      *-                                                              -*00000390
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000400
      *        WK-MODO          : 'P' PLANIFICAR / 'V' VERIFICAR.      *00000410
      *        WK-FECHA-PROCESO : FECHA DE PROCESO DE LOS AJUSTES      *00000420
      *                           (AAAA-MM-DD).                        *00000430
      *-                                                              -*00000440
      *  FICHEROS DE SALIDA:                                           *00000450
      *        KJBCRMS1 : PLAN DE REEMISION (MODO 'P').                *00000460
      *        KJBCRMS2 : LISTADO DE INFORMES AFECTADOS.               *00000470
      *-                                                              -*00000480
      *  TABLAS:                                                       *00000490
      *     POS_AJUS_RETRO   : AJUSTES BACK-VALUE (LECTURA).           *00000500
      *     REPO_INFORME_IDX : INDICE DEL REPOSITORIO (LECTURA).       *00000510
      *     REPO_INFORME_LIN : LINEAS ARCHIVADAS (LECTURA).            *00000520
      *-                                                              -*00000530
      *  CODIGOS DE RETORNO:                                           *00000540
      *   - 0 ---> PLAN EMITIDO / TODOS LOS LISTADOS REEMITIDOS.       *00000550
      *   - 8 ---> MODO 'V' CON LISTADOS AFECTADOS SIN REEMITIR.       *00000560
      *-                                                              -*00000570
      ******************************************************************00000580
      *                  M O D I F I C A C I O N E S                   *00000590
      *                  ---------------------------                   *00000600
      *                                                                *00000610
      * USUARIO  FECHA        DESCRIPCION                              *00000620
      * -------- ----------   ---------------------------------------- *00000630
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000640
      *                                                                *00000650
      ******************************************************************00000660
                                                                        00000670
      ******************************************************************00000680
      * IDENTIFICATION DIVISION                                        *00000690
      ******************************************************************00000700
       IDENTIFICATION DIVISION.                                         00000710
       PROGRAM-ID.    KJBCCRM.                                          00000720
       AUTHOR.        VIEWNEXT.                                         00000730
       DATE-WRITTEN.  15-10-2026.                                       00000740
       DATE-COMPILED.                                                   00000750
                                                                        00000760
      ******************************************************************00000770
      * ENVIRONMENT DIVISION                                           *00000780
      ******************************************************************00000790
       ENVIRONMENT DIVISION.                                            00000800
                                                                        00000810
      *----------------------------------------------------------------*00000820
      * CONFIGURATION SECTION                                          *00000830
      *----------------------------------------------------------------*00000840
       CONFIGURATION SECTION.                                           00000850
                                                                        00000860
       SOURCE-COMPUTER. IBM-3090.                                       00000870
       OBJECT-COMPUTER. IBM-3090.                                       00000880
       SPECIAL-NAMES.                                                   00000890
           DECIMAL-POINT IS COMMA.                                      00000900
                                                                        00000910
      *----------------------------------------------------------------*00000920
      * INPUT OUTPUT SECTION                                           *00000930
      *----------------------------------------------------------------*00000940
       INPUT-OUTPUT SECTION.                                            00000950
       FILE-CONTROL.                                                    00000960
                                                                        00000970
      * -- PLAN DE REEMISION.                                           00000980
           SELECT KJBCRMS1 ASSIGN KJBCRMS1                              00000990
                  ACCESS MODE IS SEQUENTIAL                             00001000
                  FILE STATUS IS FS-KJBCRMS1.                           00001010
                                                                        00001020
      * -- LISTADO DE INFORMES AFECTADOS.                               00001030
           SELECT KJBCRMS2 ASSIGN KJBCRMS2                              00001040
                  ACCESS MODE IS SEQUENTIAL                             00001050
                  FILE STATUS IS FS-KJBCRMS2.                           00001060
                                                                        00001070
      ******************************************************************00001080
      * DATA DIVISION                                                  *00001090
      ******************************************************************00001100
       DATA DIVISION.                                                   00001110
                                                                        00001120
      *----------------------------------------------------------------*00001130
      * FILE SECTION                                                   *00001140
      *----------------------------------------------------------------*00001150
       FILE SECTION.                                                    00001160
                                                                        00001170
       FD  KJBCRMS1                                                     00001180
           BLOCK CONTAINS 0 RECORDS                                     00001190
           RECORDING MODE IS F                                          00001200
           LABEL RECORD ARE STANDARD                                    00001210
           RECORD CONTAINS 80 CHARACTERS                                00001220
           DATA RECORD IS REG-KJBCRMS1.                                 00001230
       01  REG-KJBCRMS1                    PIC X(80).                   00001240
                                                                        00001250
       FD  KJBCRMS2                                                     00001260
           BLOCK CONTAINS 0 RECORDS                                     00001270
           RECORDING MODE IS F                                          00001280
           LABEL RECORD ARE STANDARD                                    00001290
           RECORD CONTAINS 132 CHARACTERS                               00001300
           DATA RECORD IS REG-KJBCRMS2.                                 00001310
       01  REG-KJBCRMS2                    PIC X(132).                  00001320
                                                                        00001330
      *----------------------------------------------------------------*00001340
      * WORKING-STORAGE SECTION                                        *00001350
      *----------------------------------------------------------------*00001360
       WORKING-STORAGE SECTION.                                         00001370
                                                                        00001380
      ******************************************************************00001390
      *                        S W I T C H E S                         *00001400
      ******************************************************************00001410
       01  SW-SWITCHES.                                                 00001420
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001430
               88  DB2-OK                              VALUE 0.         00001440
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001450
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001460
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001470
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001480
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001490
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001500
                                                                        00001510
      ******************************************************************00001520
      *                      C O N S T A N T E S                       *00001530
      ******************************************************************00001540
       01  CT-CONSTANTES.                                               00001550
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001560
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001570
               10  CA-KJBCCRM              PIC X(08)   VALUE 'KJBCCRM'. 00001580
               10  CA-KJBCCBV              PIC X(08)   VALUE 'KJBCCBV'. 00001590
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001600
      -                            'PAGO'.                              00001610
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001620
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001630
               10  CA-MODO-PLAN            PIC X(01)   VALUE 'P'.       00001640
               10  CA-MODO-VERIF           PIC X(01)   VALUE 'V'.       00001650
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001660
               10  CA-ESTADO-REEMISION     PIC X(01)   VALUE 'R'.       00001670
               10  CA-KJBCRMS1             PIC X(08)   VALUE 'KJBCRMS1'.00001680
               10  CA-KJBCRMS2             PIC X(08)   VALUE 'KJBCRMS2'.00001690
               10  CA-REPO-IDX             PIC X(16)   VALUE 'REPO_INFOR00001700
      -                            'ME_IDX'.                            00001710
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001720
               10  CA-SIT-PLANIFICADA      PIC X(20)   VALUE            00001730
               'PLANIFICADA'.                                           00001740
               10  CA-SIT-REEMITIDA        PIC X(20)   VALUE 'YA REEMITI00001750
      -                            'DO'.                                00001760
               10  CA-SIT-PENDIENTE        PIC X(20)   VALUE 'PENDIENTE 00001770
      -                            'REEMISION'.                         00001780
               10  CA-ERR-ABRIR            PIC X(26)   VALUE 'ERROR AL A00001790
      -                            'BRIR UN FICHERO'.                   00001800
               10  CA-ERR-CERRAR           PIC X(27)   VALUE 'ERROR AL C00001810
      -                            'ERRAR UN FICHERO'.                  00001820
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE 'ERROR AL E00001830
      -                            'SCRIBIR UN FICHERO'.                00001840
               10  CA-ERR-CURSOR           PIC X(37)   VALUE 'ERROR EN A00001850
      -                            'CCESO AL CURSOR C-AFECTADOS'.       00001860
               10  CA-ERR-SYSIN            PIC X(43)   VALUE 'PARAMETROS00001870
      -                            ' DE SYSIN INCOMPLETOS O INVALIDOS'. 00001880
               10  CA-PRF-1000             PIC X(11)   VALUE '1000-INICI00001890
      -                            'O'.                                 00001900
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001910
      -                            '-FICHEROS'.                         00001920
               10  CA-PRF-1200             PIC X(17)   VALUE '1200-ABRIR00001930
      -                            '-CURSOR'.                           00001940
               10  CA-PRF-2100             PIC X(18)   VALUE '2100-ESCRI00001950
      -                            'BIR-PLAN'.                          00001960
               10  CA-PRF-2200             PIC X(21)   VALUE '2200-ESCRI00001970
      -                            'BIR-LISTADO'.                       00001980
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001990
      -                            'R-FICHEROS'.                        00002000
               10  CA-PRF-9200             PIC X(16)   VALUE '9200-LEER-00002010
      -                            'CURSOR'.                            00002020
                                                                        00002030
           05  CN-CONSTANTES-NUMERICAS.                                 00002040
               10  CN-1                    PIC 9(01)   VALUE 1.         00002050
               10  CN-8                    PIC 9(01)   VALUE 8.         00002060
                                                                        00002070
      ******************************************************************00002080
      *                    C O N T A D O R E S                         *00002090
      ******************************************************************00002100
       01  CT-CONTADORES.                                               00002110
           05  CT-AFECTADOS                PIC 9(9)    VALUE ZEROES.    00002120
           05  CT-PLANIFICADOS             PIC 9(9)    VALUE ZEROES.    00002130
           05  CT-REEMITIDOS               PIC 9(9)    VALUE ZEROES.    00002140
           05  CT-PENDIENTES               PIC 9(9)    VALUE ZEROES.    00002150
                                                                        00002160
      ******************************************************************00002170
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002180
      ******************************************************************00002190
       01  WK-ESTADISTICA.                                              00002200
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002210
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002220
      -                            'ICAS DE KJBCCRM                     00002230
      -                            '        *'.                         00002240
           05  WK-CAB-3.                                                00002250
               10  FILLER                  PIC X(45)   VALUE '* LISTADOS00002260
      -                            ' AFECTADOS:                      '. 00002270
               10  WK-AFECTADOS-ED         PIC ZZZZZZZZ9.               00002280
               10  FILLER                  PIC X(01)   VALUE '*'.       00002290
           05  WK-CAB-4.                                                00002300
               10  FILLER                  PIC X(45)   VALUE '* REEMISIO00002310
      -                            'NES PLANIFICADAS:                '. 00002320
               10  WK-PLANIF-ED            PIC ZZZZZZZZ9.               00002330
               10  FILLER                  PIC X(01)   VALUE '*'.       00002340
           05  WK-CAB-5.                                                00002350
               10  FILLER                  PIC X(45)   VALUE '* LISTADOS00002360
      -                            ' YA REEMITIDOS:                  '. 00002370
               10  WK-REEMIT-ED            PIC ZZZZZZZZ9.               00002380
               10  FILLER                  PIC X(01)   VALUE '*'.       00002390
           05  WK-CAB-6.                                                00002400
               10  FILLER                  PIC X(45)   VALUE '* LISTADOS00002410
      -                            ' PENDIENTES DE REEMISION:        '. 00002420
               10  WK-PEND-ED              PIC ZZZZZZZZ9.               00002430
               10  FILLER                  PIC X(01)   VALUE '*'.       00002440
                                                                        00002450
      ******************************************************************00002460
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002470
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002480
      ******************************************************************00002490
       01  WK-CANCELACION-BATCH.                                        00002500
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002510
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002520
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002530
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCRM'. 00002540
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002550
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002560
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002570
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002580
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002590
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002600
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002610
                                                                        00002620
      ******************************************************************00002630
      *                      F I L E  S T A T U S                      *00002640
      ******************************************************************00002650
       01  FS-FILE-STATUS.                                              00002660
           05  FS-KJBCRMS1                 PIC X(02).                   00002670
           05  FS-KJBCRMS2                 PIC X(02).                   00002680
                                                                        00002690
      ******************************************************************00002700
      * REGISTRO DEL PLAN DE REEMISION. LAS POSICIONES 1-19 SON EL     *00002710
      * SYSIN DE XXBAREA (PROGRAMA, FECHA DE NEGOCIO Y ESTADO 'R') Y   *00002720
      * LAS 1-18 EL DE XXBARED.                                        *00002730
      ******************************************************************00002740
       01  WK-REG-PLAN.                                                 00002750
           05  WP-PROGRAMA                 PIC X(08).                   00002760
           05  WP-FECNEGOCIO               PIC X(10).                   00002770
           05  WP-ESTADO                   PIC X(01).                   00002780
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002790
           05  WP-NUMVERS-ANT              PIC 9(03).                   00002800
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002810
           05  WP-NUM-AJUSTES              PIC 9(05).                   00002820
           05  FILLER                      PIC X(51)   VALUE SPACES.    00002830
                                                                        00002840
      ******************************************************************00002850
      *                 L I N E A S  D E  I N F O R M E                *00002860
      ******************************************************************00002870
       01  WK-LINEA-CABECERA.                                           00002880
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002890
           05  FILLER                      PIC X(44)   VALUE 'REEMISION 00002900
      -                            'DE INFORMES POR AJUSTES BACK-VALUE'.00002910
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002920
           05  FILLER                      PIC X(07)   VALUE 'PROCESO'. 00002930
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002940
           05  WD-CAB-FECHA                PIC X(10).                   00002950
           05  FILLER                      PIC X(07)   VALUE '  MODO '. 00002960
           05  WD-CAB-MODO                 PIC X(01).                   00002970
           05  FILLER                      PIC X(40)   VALUE SPACES.    00002980
                                                                        00002990
       01  WK-LINEA-TITULOS.                                            00003000
           05  FILLER                      PIC X(08)   VALUE 'PROGRAMA'.00003010
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003020
           05  FILLER                      PIC X(10)   VALUE            00003030
               'FECHA NEG.'.                                            00003040
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003050
           05  FILLER                      PIC X(07)   VALUE 'VERSION'. 00003060
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003070
           05  FILLER                      PIC X(07)   VALUE 'AJUSTES'. 00003080
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003090
           05  FILLER                      PIC X(20)   VALUE            00003100
               'SITUACION'.                                             00003110
           05  FILLER                      PIC X(72)   VALUE SPACES.    00003120
                                                                        00003130
       01  WK-LINEA-DETALLE.                                            00003140
           05  WD-PROGRAMA                 PIC X(08).                   00003150
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003160
           05  WD-FECNEGOCIO               PIC X(10).                   00003170
           05  FILLER                      PIC X(06)   VALUE SPACES.    00003180
           05  WD-NUMVERS                  PIC ZZ9.                     00003190
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003200
           05  WD-NUM-AJUSTES              PIC ZZZZ9.                   00003210
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003220
           05  WD-SITUACION                PIC X(20).                   00003230
           05  FILLER                      PIC X(72)   VALUE SPACES.    00003240
                                                                        00003250
      ******************************************************************00003260
      *                      V A R I A B L E S                         *00003270
      ******************************************************************00003280
       01  WK-VARIABLES.                                                00003290
           05  WK-PARAMETROS-SYSIN.                                     00003300
               10  WK-MODO                 PIC X(01).                   00003310
               10  WK-FECHA-PROCESO        PIC X(10).                   00003320
           05  WK-IND-REEMITIDO            PIC X(01).                   00003330
           05  WK-NUM-AJUSTES              PIC S9(09)  COMP VALUE +0.   00003340
                                                                        00003350
      * -- COPY DE COMUNICACION CON DB2.                                00003360
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003370
                                                                        00003380
      * -- DCLGEN DE LA TABLA POS_AJUS_RETRO.                           00003390
           EXEC SQL INCLUDE D7399100 END-EXEC.                          00003400
                                                                        00003410
      * -- DCLGEN DE LA TABLA REPO_INFORME_IDX.                         00003420
           EXEC SQL INCLUDE D4463900 END-EXEC.                          00003430
                                                                        00003440
      * -- DCLGEN DE LA TABLA REPO_INFORME_LIN.                         00003450
           EXEC SQL INCLUDE D4464000 END-EXEC.                          00003460
                                                                        00003470
      ******************************************************************00003480
      *                       PROCEDURE DIVISION                       *00003490
      ******************************************************************00003500
       PROCEDURE DIVISION.                                              00003510
                                                                        00003520
           PERFORM 1000-INICIO                                          00003530
              THRU 1000-INICIO-EXIT                                     00003540
                                                                        00003550
           PERFORM 2000-PROCESO                                         00003560
              THRU 2000-PROCESO-EXIT                                    00003570
             UNTIL SI-FIN-CURSOR                                        00003580
                                                                        00003590
           PERFORM 3000-FIN                                             00003600
              THRU 3000-FIN-EXIT                                        00003610
                                                                        00003620
           .                                                            00003630
                                                                        00003640
      ******************************************************************00003650
      ***                   1000-INICIO                              ***00003660
      ***                   -----------                              ***00003670
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS DE     *00003680
      * SYSIN, SE ABREN LOS FICHEROS Y EL CURSOR Y SE LEE EL PRIMER    *00003690
      * LISTADO AFECTADO.                                              *00003700
      ******************************************************************00003710
       1000-INICIO.                                                     00003720
                                                                        00003730
           INITIALIZE WK-VARIABLES                                      00003740
                      CT-CONTADORES                                     00003750
                                                                        00003760
           SET NO-FIN-CURSOR                 TO TRUE                    00003770
                                                                        00003780
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003790
                                                                        00003800
           IF  (WK-MODO NOT = CA-MODO-PLAN AND                          00003810
                WK-MODO NOT = CA-MODO-VERIF)                            00003820
            OR WK-FECHA-PROCESO = SPACES OR LOW-VALUES                  00003830
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003840
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00003850
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003860
                                                                        00003870
               PERFORM 9000-CANCELACION                                 00003880
                  THRU 9000-CANCELACION-EXIT                            00003890
                                                                        00003900
           END-IF                                                       00003910
                                                                        00003920
           PERFORM 1100-ABRIR-FICHEROS                                  00003930
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003940
                                                                        00003950
           MOVE WK-FECHA-PROCESO             TO WD-CAB-FECHA            00003960
           MOVE WK-MODO                      TO WD-CAB-MODO             00003970
                                                                        00003980
           WRITE REG-KJBCRMS2 FROM WK-LINEA-CABECERA                    00003990
                                                                        00004000
           MOVE SPACES                       TO REG-KJBCRMS2            00004010
           WRITE REG-KJBCRMS2                                           00004020
                                                                        00004030
           WRITE REG-KJBCRMS2 FROM WK-LINEA-TITULOS                     00004040
                                                                        00004050
           PERFORM 1200-ABRIR-CURSOR                                    00004060
              THRU 1200-ABRIR-CURSOR-EXIT                               00004070
                                                                        00004080
           PERFORM 9200-LEER-CURSOR                                     00004090
              THRU 9200-LEER-CURSOR-EXIT                                00004100
                                                                        00004110
           .                                                            00004120
       1000-INICIO-EXIT.                                                00004130
           EXIT.                                                        00004140
                                                                        00004150
      ******************************************************************00004160
      ***                   1100-ABRIR-FICHEROS                      ***00004170
      ***                   -------------------                      ***00004180
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00004190
      ******************************************************************00004200
       1100-ABRIR-FICHEROS.                                             00004210
                                                                        00004220
           OPEN OUTPUT KJBCRMS1                                         00004230
                       KJBCRMS2                                         00004240
                                                                        00004250
           IF  FS-KJBCRMS1 NOT = CA-FS-OK                               00004260
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004270
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004280
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004290
               MOVE CA-KJBCRMS1              TO WK-DDNAME               00004300
               MOVE FS-KJBCRMS1              TO WK-FILE-STATUS          00004310
                                                                        00004320
               PERFORM 9000-CANCELACION                                 00004330
                  THRU 9000-CANCELACION-EXIT                            00004340
                                                                        00004350
           END-IF                                                       00004360
                                                                        00004370
           IF  FS-KJBCRMS2 NOT = CA-FS-OK                               00004380
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004390
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004400
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004410
               MOVE CA-KJBCRMS2              TO WK-DDNAME               00004420
               MOVE FS-KJBCRMS2              TO WK-FILE-STATUS          00004430
                                                                        00004440
               PERFORM 9000-CANCELACION                                 00004450
                  THRU 9000-CANCELACION-EXIT                            00004460
                                                                        00004470
           END-IF                                                       00004480
                                                                        00004490
           .                                                            00004500
       1100-ABRIR-FICHEROS-EXIT.                                        00004510
           EXIT.                                                        00004520
                                                                        00004530
      ******************************************************************00004540
      ***                   1200-ABRIR-CURSOR                        ***00004550
      ***                   -----------------                        ***00004560
      * SE DECLARA Y ABRE EL CURSOR DE LISTADOS AFECTADOS: ULTIMA      *00004570
      * VERSION ARCHIVADA DE CADA INFORME CUYA FECHA DE NEGOCIO ES LA  *00004580
      * FECHA VALOR DE UN AJUSTE DEL DIA Y QUE CONTIENE LINEAS DE LA   *00004590
      * EMPRESA AJUSTADA. SE DEVUELVE TAMBIEN EL NUMERO DE AJUSTES DE  *00004600
      * ESA FECHA VALOR Y SI EL LISTADO YA TIENE UNA REEMISION         *00004610
      * ARCHIVADA EN O DESPUES DE LA FECHA DE PROCESO.                 *00004620
      ******************************************************************00004630
       1200-ABRIR-CURSOR.                                               00004640
                                                                        00004650
           EXEC SQL                                                     00004660
                DECLARE C-AFECTADOS CURSOR FOR                          00004670
                SELECT I.G3188_PROGRAMA, I.G3188_FECNEGOCIO,            00004680
                       I.G3188_NUMVERS,                                 00004690
                       (SELECT COUNT(*)                                 00004700
                          FROM POS_AJUS_RETRO N                         00004710
                         WHERE DATE(N.G6544_FECPROC)   =                00004720
                               :WK-FECHA-PROCESO                        00004730
                           AND CHAR(N.G6544_FECVALOR, ISO) =            00004740
                               I.G3188_FECNEGOCIO),                     00004750
                       CASE WHEN I.G3188_ESTADO = :CA-ESTADO-REEMISION  00004760
                             AND DATE(I.G3188_FECARCH) >=               00004770
                                 :WK-FECHA-PROCESO                      00004780
                            THEN 'S' ELSE 'N' END                       00004790
                  FROM REPO_INFORME_IDX I                               00004800
                 WHERE I.G3188_PROGRAMA NOT IN (:CA-KJBCCBV,            00004810
                                                :CA-KJBCCRM)            00004820
                   AND I.G3188_NUMVERS =                                00004830
                       (SELECT MAX(X.G3188_NUMVERS)                     00004840
                          FROM REPO_INFORME_IDX X                       00004850
                         WHERE X.G3188_PROGRAMA   = I.G3188_PROGRAMA    00004860
                           AND X.G3188_FECNEGOCIO = I.G3188_FECNEGOCIO) 00004870
                   AND EXISTS                                           00004880
                       (SELECT 1                                        00004890
                          FROM POS_AJUS_RETRO   A,                      00004900
                               REPO_INFORME_LIN L                       00004910
                         WHERE DATE(A.G6544_FECPROC)   =                00004920
                               :WK-FECHA-PROCESO                        00004930
                           AND CHAR(A.G6544_FECVALOR, ISO) =            00004940
                               I.G3188_FECNEGOCIO                       00004950
                           AND L.G3189_PROGRAMA   = I.G3188_PROGRAMA    00004960
                           AND L.G3189_FECNEGOCIO = I.G3188_FECNEGOCIO  00004970
                           AND L.G3189_NUMVERS    = I.G3188_NUMVERS     00004980
                           AND (SUBSTR(L.G3189_LINEA, 1, 4)  =          00004990
                                A.G6544_IDEMPRD                         00005000
                            OR  SUBSTR(L.G3189_LINEA, 16, 4) =          00005010
                                A.G6544_IDEMPRD))                       00005020
                 ORDER BY I.G3188_FECNEGOCIO, I.G3188_PROGRAMA          00005030
           END-EXEC                                                     00005040
                                                                        00005050
           EXEC SQL                                                     00005060
                OPEN C-AFECTADOS                                        00005070
           END-EXEC                                                     00005080
                                                                        00005090
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005100
                                                                        00005110
           IF  NOT DB2-OK                                               00005120
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005130
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00005140
               MOVE CA-PRF-1200               TO WK-PARRAFO             00005150
               MOVE CA-KJBCCRM                TO WK-RUTINA              00005160
               MOVE CA-REPO-IDX               TO WK-TABLA-DB2           00005170
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005180
                                                                        00005190
               PERFORM 9000-CANCELACION                                 00005200
                  THRU 9000-CANCELACION-EXIT                            00005210
                                                                        00005220
           END-IF                                                       00005230
                                                                        00005240
           .                                                            00005250
       1200-ABRIR-CURSOR-EXIT.                                          00005260
           EXIT.                                                        00005270
                                                                        00005280
      ******************************************************************00005290
      ***                   2000-PROCESO                             ***00005300
      ***                   ------------                             ***00005310
      * SE CLASIFICA EL LISTADO AFECTADO SEGUN EL MODO, SE PLANIFICA   *00005320
      * SU REEMISION SI PROCEDE, SE LISTA Y SE LEE EL SIGUIENTE.       *00005330
      ******************************************************************00005340
       2000-PROCESO.                                                    00005350
                                                                        00005360
           ADD CN-1                          TO CT-AFECTADOS            00005370
                                                                        00005380
           EVALUATE  TRUE                                               00005390
               WHEN  WK-IND-REEMITIDO = CA-SI                           00005400
                     ADD CN-1                TO CT-REEMITIDOS           00005410
                     MOVE CA-SIT-REEMITIDA   TO WD-SITUACION            00005420
                                                                        00005430
               WHEN  WK-MODO = CA-MODO-PLAN                             00005440
                     ADD CN-1                TO CT-PLANIFICADOS         00005450
                     MOVE CA-SIT-PLANIFICADA TO WD-SITUACION            00005460
                                                                        00005470
                     PERFORM 2100-ESCRIBIR-PLAN                         00005480
                        THRU 2100-ESCRIBIR-PLAN-EXIT                    00005490
                                                                        00005500
               WHEN  OTHER                                              00005510
                     ADD CN-1                TO CT-PENDIENTES           00005520
                     MOVE CA-SIT-PENDIENTE   TO WD-SITUACION            00005530
                                                                        00005540
           END-EVALUATE                                                 00005550
                                                                        00005560
           PERFORM 2200-ESCRIBIR-LISTADO                                00005570
              THRU 2200-ESCRIBIR-LISTADO-EXIT                           00005580
                                                                        00005590
           PERFORM 9200-LEER-CURSOR                                     00005600
              THRU 9200-LEER-CURSOR-EXIT                                00005610
                                                                        00005620
           .                                                            00005630
       2000-PROCESO-EXIT.                                               00005640
           EXIT.                                                        00005650
                                                                        00005660
      ******************************************************************00005670
      ***                   2100-ESCRIBIR-PLAN                       ***00005680
      ***                   ------------------                       ***00005690
      * SE ESCRIBE EL REGISTRO DEL PLAN DE REEMISION DEL LISTADO.      *00005700
      ******************************************************************00005710
       2100-ESCRIBIR-PLAN.                                              00005720
                                                                        00005730
           MOVE G3188-PROGRAMA               TO WP-PROGRAMA             00005740
           MOVE G3188-FECNEGOCIO             TO WP-FECNEGOCIO           00005750
           MOVE CA-ESTADO-REEMISION          TO WP-ESTADO               00005760
           MOVE G3188-NUMVERS                TO WP-NUMVERS-ANT          00005770
           MOVE WK-NUM-AJUSTES               TO WP-NUM-AJUSTES          00005780
                                                                        00005790
           WRITE REG-KJBCRMS1 FROM WK-REG-PLAN                          00005800
                                                                        00005810
           IF  FS-KJBCRMS1 NOT = CA-FS-OK                               00005820
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005830
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00005840
               MOVE CA-PRF-2100              TO WK-PARRAFO              00005850
               MOVE CA-KJBCRMS1              TO WK-DDNAME               00005860
               MOVE FS-KJBCRMS1              TO WK-FILE-STATUS          00005870
               MOVE WK-REG-PLAN              TO WK-DATOS-REGISTRO       00005880
                                                                        00005890
               PERFORM 9000-CANCELACION                                 00005900
                  THRU 9000-CANCELACION-EXIT                            00005910
                                                                        00005920
           END-IF                                                       00005930
                                                                        00005940
           .                                                            00005950
       2100-ESCRIBIR-PLAN-EXIT.                                         00005960
           EXIT.                                                        00005970
                                                                        00005980
      ******************************************************************00005990
      ***                   2200-ESCRIBIR-LISTADO                    ***00006000
      ***                   ---------------------                    ***00006010
      * SE ESCRIBE LA LINEA DEL LISTADO AFECTADO Y SU SITUACION.       *00006020
      ******************************************************************00006030
       2200-ESCRIBIR-LISTADO.                                           00006040
                                                                        00006050
           MOVE G3188-PROGRAMA               TO WD-PROGRAMA             00006060
           MOVE G3188-FECNEGOCIO             TO WD-FECNEGOCIO           00006070
           MOVE G3188-NUMVERS                TO WD-NUMVERS              00006080
           MOVE WK-NUM-AJUSTES               TO WD-NUM-AJUSTES          00006090
                                                                        00006100
           WRITE REG-KJBCRMS2 FROM WK-LINEA-DETALLE                     00006110
                                                                        00006120
           IF  FS-KJBCRMS2 NOT = CA-FS-OK                               00006130
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006140
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006150
               MOVE CA-PRF-2200              TO WK-PARRAFO              00006160
               MOVE CA-KJBCRMS2              TO WK-DDNAME               00006170
               MOVE FS-KJBCRMS2              TO WK-FILE-STATUS          00006180
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00006190
                                                                        00006200
               PERFORM 9000-CANCELACION                                 00006210
                  THRU 9000-CANCELACION-EXIT                            00006220
                                                                        00006230
           END-IF                                                       00006240
                                                                        00006250
           .                                                            00006260
       2200-ESCRIBIR-LISTADO-EXIT.                                      00006270
           EXIT.                                                        00006280
                                                                        00006290
      ******************************************************************00006300
      ***                   3000-FIN                                 ***00006310
      ***                   --------                                 ***00006320
      * SE CIERRAN CURSOR Y FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y,  *00006330
      * EN MODO VERIFICAR, SI QUEDAN LISTADOS SIN REEMITIR SE DEVUELVE *00006340
      * CONDITION CODE 8.                                              *00006350
      ******************************************************************00006360
       3000-FIN.                                                        00006370
                                                                        00006380
           PERFORM 3100-CERRAR-FICHEROS                                 00006390
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006400
                                                                        00006410
           PERFORM 3200-ESTADISTICAS                                    00006420
              THRU 3200-ESTADISTICAS-EXIT                               00006430
                                                                        00006440
           IF  CT-PENDIENTES > ZEROES                                   00006450
               MOVE CN-8                     TO RETURN-CODE             00006460
           END-IF                                                       00006470
                                                                        00006480
           STOP RUN                                                     00006490
                                                                        00006500
           .                                                            00006510
       3000-FIN-EXIT.                                                   00006520
           EXIT.                                                        00006530
                                                                        00006540
      ******************************************************************00006550
      ***                   3100-CERRAR-FICHEROS                     ***00006560
      ***                   --------------------                     ***00006570
      * SE CIERRAN EL CURSOR Y LOS FICHEROS.                           *00006580
      ******************************************************************00006590
       3100-CERRAR-FICHEROS.                                            00006600
                                                                        00006610
           EXEC SQL                                                     00006620
                CLOSE C-AFECTADOS                                       00006630
           END-EXEC                                                     00006640
                                                                        00006650
           CLOSE KJBCRMS1                                               00006660
                 KJBCRMS2                                               00006670
                                                                        00006680
           IF  FS-KJBCRMS1 NOT = CA-FS-OK                               00006690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006700
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00006710
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006720
               MOVE CA-KJBCRMS1              TO WK-DDNAME               00006730
               MOVE FS-KJBCRMS1              TO WK-FILE-STATUS          00006740
                                                                        00006750
               PERFORM 9000-CANCELACION                                 00006760
                  THRU 9000-CANCELACION-EXIT                            00006770
                                                                        00006780
           END-IF                                                       00006790
                                                                        00006800
           IF  FS-KJBCRMS2 NOT = CA-FS-OK                               00006810
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006820
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00006830
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006840
               MOVE CA-KJBCRMS2              TO WK-DDNAME               00006850
               MOVE FS-KJBCRMS2              TO WK-FILE-STATUS          00006860
                                                                        00006870
               PERFORM 9000-CANCELACION                                 00006880
                  THRU 9000-CANCELACION-EXIT                            00006890
                                                                        00006900
           END-IF                                                       00006910
                                                                        00006920
           .                                                            00006930
       3100-CERRAR-FICHEROS-EXIT.                                       00006940
           EXIT.                                                        00006950
                                                                        00006960
      ******************************************************************00006970
      ***                   3200-ESTADISTICAS                        ***00006980
      ***                   -----------------                        ***00006990
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007000
      ******************************************************************00007010
       3200-ESTADISTICAS.                                               00007020
                                                                        00007030
           MOVE CT-AFECTADOS                 TO WK-AFECTADOS-ED         00007040
           MOVE CT-PLANIFICADOS              TO WK-PLANIF-ED            00007050
           MOVE CT-REEMITIDOS                TO WK-REEMIT-ED            00007060
           MOVE CT-PENDIENTES                TO WK-PEND-ED              00007070
                                                                        00007080
           DISPLAY WK-CAB-1                                             00007090
           DISPLAY WK-CAB-2                                             00007100
           DISPLAY WK-CAB-1                                             00007110
           DISPLAY WK-CAB-3                                             00007120
           DISPLAY WK-CAB-4                                             00007130
           DISPLAY WK-CAB-5                                             00007140
           DISPLAY WK-CAB-6                                             00007150
           DISPLAY WK-CAB-1                                             00007160
                                                                        00007170
           .                                                            00007180
       3200-ESTADISTICAS-EXIT.                                          00007190
           EXIT.                                                        00007200
                                                                        00007210
      ******************************************************************00007220
      ***                   9200-LEER-CURSOR                         ***00007230
      ***                   ----------------                         ***00007240
      * SE REALIZA EL FETCH DEL CURSOR C-AFECTADOS.                    *00007250
      ******************************************************************00007260
       9200-LEER-CURSOR.                                                00007270
                                                                        00007280
           EXEC SQL                                                     00007290
                FETCH C-AFECTADOS                                       00007300
                 INTO :G3188-PROGRAMA, :G3188-FECNEGOCIO,               00007310
                      :G3188-NUMVERS,  :WK-NUM-AJUSTES,                 00007320
                      :WK-IND-REEMITIDO                                 00007330
           END-EXEC                                                     00007340
                                                                        00007350
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007360
                                                                        00007370
           EVALUATE  TRUE                                               00007380
               WHEN  DB2-OK                                             00007390
                     CONTINUE                                           00007400
                                                                        00007410
               WHEN  DB2-CLV-NOT-FOUND                                  00007420
                     SET SI-FIN-CURSOR        TO TRUE                   00007430
                                                                        00007440
               WHEN  OTHER                                              00007450
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007460
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00007470
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00007480
                     MOVE CA-KJBCCRM          TO WK-RUTINA              00007490
                     MOVE CA-REPO-IDX         TO WK-TABLA-DB2           00007500
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007510
                                                                        00007520
                     PERFORM 9000-CANCELACION                           00007530
                        THRU 9000-CANCELACION-EXIT                      00007540
                                                                        00007550
           END-EVALUATE                                                 00007560
                                                                        00007570
           .                                                            00007580
       9200-LEER-CURSOR-EXIT.                                           00007590
           EXIT.                                                        00007600
                                                                        00007610
      ******************************************************************00007620
      ***                   9000-CANCELACION                         ***00007630
      ***                   ----------------                         ***00007640
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007650
      ******************************************************************00007660
       9000-CANCELACION.                                                00007670
                                                                        00007680
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007690
                                                                        00007700
           EVALUATE  TRUE                                               00007710
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007720
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007730
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007740
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007750
                         RESPONSABLE('WK-RESPONSABLE')                  00007760
                         DESCRIPCION('WK-DESCRIPCION')                  00007770
                         PROGRAMA('WK-PROGRAMA')                        00007780
                         PARRAFO('WK-PARRAFO')                          00007790
                         SQLCA('SQLCA')                                 00007800
                         TABLA_DB2('WK-TABLA-DB2')                      00007810
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00007820
                     END-FUN                                            00007830
                                                                        00007840
               WHEN  OTHER                                              00007850
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007860
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007870
                         RESPONSABLE('WK-RESPONSABLE')                  00007880
                         DESCRIPCION('WK-DESCRIPCION')                  00007890
                         PROGRAMA('WK-PROGRAMA')                        00007900
                         PARRAFO('WK-PARRAFO')                          00007910
                         DDNAME('WK-DDNAME')                            00007920
                         FILE_STATUS('WK-FILE-STATUS')                  00007930
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00007940
                     END-FUN                                            00007950
                                                                        00007960
           END-EVALUATE                                                 00007970
                                                                        00007980
           .                                                            00007990
       9000-CANCELACION-EXIT.                                           00008000
           EXIT.                                                        00008010
