      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : XXBAPFC.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : XX (COMUN).                                      *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA DE PREVISION DE FIN DE LA CADENA         * 00000110
      *               NOCTURNA. CARGA LOS PASOS ACTIVOS DE            * 00000120
      *               BATCH_CADENA Y SUS PREREQUISITOS DE             * 00000130
      *               BATCH_CADENA_DEP (UN PASO SIN PREREQUISITOS     * 00000140
      *               DEFINIDOS DEPENDE DEL PASO ACTIVO ANTERIOR EN   * 00000150
      *               ORDEN) Y SITUA CADA PASO CON LOS REALES DE LA   * 00000160
      *               NOCHE EN BATCH_RUN_CONTROL:                     * 00000170
      *               - TERMINADO: INICIO Y FIN REALES.               * 00000180
      *               - EN EJECUCION: FIN PREVISTO A PARTIR DEL       * 00000190
      *                 AVANCE DEL ULTIMO LATIDO (BATCH_LATIDO)       * 00000200
      *                 SOBRE LOS LEIDOS MEDIOS DE BATCH_RUN_HIST, O  * 00000210
      *                 SIN LATIDO, DE LA DURACION MEDIA.             * 00000220
      *               - PENDIENTE: ARRANCA AL TERMINAR SU ULTIMO      * 00000230
      *                 PREREQUISITO (O AHORA) Y DURA LA MEDIA.       * 00000240
      *               LA NOCHE EN CURSO EMPIEZA CON EL INICIO DEL     * 00000250
      *               PRIMER PASO DE LA CADENA. SE MARCA EL CAMINO    * 00000260
      *               CRITICO (CADENA DE PREREQUISITOS QUE DETERMINA  * 00000270
      *               EL FIN DEL ULTIMO PASO) Y SE CONTRASTA EL FIN   * 00000280
      *               PREVISTO DE LOS PASOS NO TERMINADOS CON SU HORA * 00000290
      *               TOPE DE BATCH_PLAN_VENTANA.                     * 00000300
      *-                                                              -*00000310
      *  COPYS Y DCLGENS:                                             * 00000320
      *    XXYAPFC  : COPY DE COMUNICACION CON LA RUTINA.             * 00000330
      *    D4465600 : DCLGEN DE LA TABLA BATCH_CADENA.                * 00000340
      *    D4467700 : DCLGEN DE LA TABLA BATCH_CADENA_DEP.            * 00000350
      *    D4463500 : DCLGEN DE LA TABLA BATCH_RUN_CONTROL.           * 00000360
      *    D4464400 : DCLGEN DE LA TABLA BATCH_LATIDO.                * 00000370
      *    D4464200 : DCLGEN DE LA TABLA BATCH_RUN_HIST.              * 00000380
      *    D4464100 : DCLGEN DE LA TABLA BATCH_PLAN_VENTANA.          * 00000390
      *-                                                              -*00000400
      *  CODIGOS DE RETORNO:                                          * 00000410
      *    '00'     : CORRECTO.                                       * 00000420
      *    '88'     : ERROR FUNCIONAL.                                * 00000430
      *    '99'     : ERROR DB2.                                      * 00000440
      *-                                                              -*00000450
      ******************************************************************00000460
      *                  M O D I F I C A C I O N E S                   *00000470
      ******************************************************************00000480
      *                                                                *00000490
      * USUARIO    FECHA             DESCRIPCION                       *00000500
      * -------- ---------- ------------------------------------------ *00000510
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA DE PREVISION DE  * 00000520
      *                        FIN DE LA CADENA NOCTURNA.             * 00000530
      ******************************************************************00000540
                                                                        00000550
      ******************************************************************00000560
      * IDENTIFICATION DIVISION                                        *00000570
      ******************************************************************00000580
       IDENTIFICATION DIVISION.                                         00000590
       PROGRAM-ID.   XXBAPFC.                                           00000600
       AUTHOR.       VIEWNEXT.                                          00000610
       DATE-WRITTEN. 15-10-2026.                                        00000620
       DATE-COMPILED.                                                   00000630
                                                                        00000640
      ******************************************************************00000650
      * ENVIRONMENT DIVISION                                           *00000660
      ******************************************************************00000670
       ENVIRONMENT DIVISION.                                            00000680
                                                                        00000690
       CONFIGURATION SECTION.                                           00000700
       SOURCE-COMPUTER. IBM-3090.                                       00000710
       OBJECT-COMPUTER. IBM-3090.                                       00000720
       SPECIAL-NAMES.                                                   00000730
           DECIMAL-POINT IS COMMA.                                      00000740
                                                                        00000750
      ******************************************************************00000760
      * DATA DIVISION                                                  *00000770
      ******************************************************************00000780
       DATA DIVISION.                                                   00000790
                                                                        00000800
       WORKING-STORAGE SECTION.                                         00000810
                                                                        00000820
      ******************************************************************00000830
      *                        S W I T C H E S                         *00000840
      ******************************************************************00000850
       01  SW-SWITCHES.                                                 00000860
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP              00000870
                                                       VALUE ZEROES.    00000880
               88  DB2-OK                              VALUE 0.         00000890
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000900
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00000910
               88  SI-FIN-CURSOR                       VALUE 'S'.       00000920
               88  NO-FIN-CURSOR                       VALUE 'N'.       00000930
           05  SW-CAMBIOS                  PIC X(01)   VALUE 'N'.       00000940
               88  SI-CAMBIOS                          VALUE 'S'.       00000950
               88  NO-CAMBIOS                          VALUE 'N'.       00000960
           05  SW-LATIDO                   PIC X(01)   VALUE 'N'.       00000970
               88  SI-LATIDO                           VALUE 'S'.       00000980
               88  NO-LATIDO                           VALUE 'N'.       00000990
                                                                        00001000
      ******************************************************************00001010
      *                    C O N S T A N T E S                         *00001020
      ******************************************************************00001030
       01  CT-CONSTANTES.                                               00001040
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001050
               10  CA-00                   PIC X(02)   VALUE '00'.      00001060
               10  CA-88                   PIC X(02)   VALUE '88'.      00001070
               10  CA-99                   PIC X(02)   VALUE '99'.      00001080
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001090
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001100
               10  CA-ESTADO-EJECUCION     PIC X(01)   VALUE 'E'.       00001110
               10  CA-ESTADO-TERMINADO     PIC X(01)   VALUE 'F'.       00001120
               10  CA-PASO-TERMINADO       PIC X(01)   VALUE 'F'.       00001130
               10  CA-PASO-EN-CURSO        PIC X(01)   VALUE 'E'.       00001140
               10  CA-PASO-PENDIENTE       PIC X(01)   VALUE 'P'.       00001150
               10  CA-XXBAPFC              PIC X(07)   VALUE 'XXBAPFC'. 00001160
               10  CA-FUN-PREVISION        PIC X(08)   VALUE 'PREVISIO'.00001170
               10  CA-BATCH-CADENA         PIC X(12)   VALUE            00001180
                                   'BATCH_CADENA'.                      00001190
               10  CA-BATCH-CADENA-DEP     PIC X(16)   VALUE            00001200
                                   'BATCH_CADENA_DEP'.                  00001210
               10  CA-BATCH-RUN            PIC X(17)   VALUE            00001220
                                   'BATCH_RUN_CONTROL'.                 00001230
               10  CA-BATCH-LATIDO         PIC X(12)   VALUE            00001240
                                   'BATCH_LATIDO'.                      00001250
               10  CA-BATCH-RUN-HIST       PIC X(14)   VALUE            00001260
                                   'BATCH_RUN_HIST'.                    00001270
               10  CA-BATCH-PLAN           PIC X(18)   VALUE            00001280
                                   'BATCH_PLAN_VENTANA'.                00001290
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001300
               10  CA-OPEN                 PIC X(04)   VALUE 'OPEN'.    00001310
               10  CA-FETCH                PIC X(05)   VALUE 'FETCH'.   00001320
               10  CA-ERR-DB2              PIC X(40)   VALUE            00001330
                         'ERROR EN ACCESO A LAS TABLAS DE CADENA  '.    00001340
               10  CA-ERR-MAX-PASOS        PIC X(40)   VALUE            00001350
                         'LA CADENA SUPERA EL MAXIMO DE 100 PASOS '.    00001360
               10  CA-ERR-MAX-PREREQ       PIC X(45)   VALUE            00001370
                         'UN PASO SUPERA EL MAXIMO DE 10 PREREQUISITOS'.00001380
               10  CA-PRRF-1000            PIC X(11)   VALUE            00001390
                                   '1000-INICIO'.                       00001400
               10  CA-PRRF-2100            PIC X(19)   VALUE            00001410
                                   '2100-CARGAR-PASOS'.                 00001420
               10  CA-PRRF-2200            PIC X(26)   VALUE            00001430
                                   '2200-CARGAR-DEPENDENCIAS'.          00001440
               10  CA-PRRF-2300            PIC X(19)   VALUE            00001450
                                   '2300-INICIO-CADENA'.                00001460
               10  CA-PRRF-2400            PIC X(17)   VALUE            00001470
                                   '2400-SITUAR-PASO'.                  00001480
               10  CA-PRRF-2700            PIC X(23)   VALUE            00001490
                                   '2700-FECHAS-Y-VENTANA'.             00001500
                                                                        00001510
           05  CN-CONSTANTES-NUMERICAS.                                 00001520
               10  CN-1                    PIC 9(01)   VALUE 1.         00001530
               10  CN-100                  PIC 9(03)   VALUE 100.       00001540
               10  CN-AVANCE-MAX           PIC 9(02)   VALUE 99.        00001550
               10  CN-MAX-PASOS            PIC 9(03)   VALUE 100.       00001560
               10  CN-MAX-PREREQ           PIC 9(02)   VALUE 10.        00001570
               10  CN-DIAS-HIST-DEF        PIC 9(03)   VALUE 30.        00001580
               10  CN-SEG-SIN-LATIDO       PIC 9(04)   VALUE 900.       00001590
               10  CN-SEG-MINIMO           PIC S9(09)  COMP             00001600
                                                   VALUE -999999999.    00001610
                                                                        00001620
      ******************************************************************00001630
      *                    V A R I A B L E S                           *00001640
      ******************************************************************00001650
       01  WK-VARIABLES.                                                00001660
           05  WK-AHORA                    PIC X(26)   VALUE SPACES.    00001670
           05  WK-INICIO-CADENA.                                        00001680
               10  WK-FECHA-CADENA         PIC X(10).                   00001690
               10  FILLER                  PIC X(01).                   00001700
               10  WK-HORA-CADENA          PIC X(08).                   00001710
               10  FILLER                  PIC X(07).                   00001720
           05  WK-FECTOPE                  PIC X(26)   VALUE SPACES.    00001730
           05  WK-DIAS-HIST                PIC S9(04)  COMP VALUE +0.   00001740
           05  WK-DIA-SEMANA               PIC S9(04)  COMP VALUE +0.   00001750
           05  WK-I                        PIC S9(04)  COMP VALUE +0.   00001760
           05  WK-J                        PIC S9(04)  COMP VALUE +0.   00001770
           05  WK-K                        PIC S9(04)  COMP VALUE +0.   00001780
           05  WK-P                        PIC S9(04)  COMP VALUE +0.   00001790
           05  WK-IDX-PROGRAMA             PIC S9(04)  COMP VALUE +0.   00001800
           05  WK-IDX-PREREQ               PIC S9(04)  COMP VALUE +0.   00001810
           05  WK-IDX-FINAL                PIC S9(04)  COMP VALUE +0.   00001820
           05  WK-PASADA                   PIC S9(04)  COMP VALUE +0.   00001830
           05  WK-CONT-CAMINO              PIC S9(04)  COMP VALUE +0.   00001840
           05  WK-CRITICO                  PIC S9(04)  COMP VALUE +0.   00001850
           05  WK-BUSCADO                  PIC X(08)   VALUE SPACES.    00001860
           05  WK-SEG-INI                  PIC S9(09)  COMP VALUE +0.   00001870
           05  WK-SEG-FIN                  PIC S9(09)  COMP VALUE +0.   00001880
           05  WK-SEG-MAX-PREV             PIC S9(09)  COMP VALUE +0.   00001890
           05  WK-SEG-ARRANQUE             PIC S9(09)  COMP VALUE +0.   00001900
           05  WK-SEG-TRANSC               PIC S9(09)  COMP VALUE +0.   00001910
           05  WK-SEG-LATIDO               PIC S9(09)  COMP VALUE +0.   00001920
           05  WK-DUR-MEDIA                PIC S9(09)  COMP VALUE +0.   00001930
           05  WK-NUM-HIST                 PIC S9(09)  COMP VALUE +0.   00001940
           05  WK-MEDIA-LEIDOS             PIC S9(09)  COMP-3 VALUE +0. 00001950
           05  WK-FEC-PREV-INI            PIC X(26)   VALUE SPACES.     00001960
           05  WK-FEC-PREV-FIN            PIC X(26)   VALUE SPACES.     00001970
                                                                        00001980
      ******************************************************************00001990
      *  TABLA DE TRABAJO DE LOS PASOS DE LA CADENA, PARALELA A        *00002000
      *  XXYAPFC-PASO-S: TIEMPOS EN SEGUNDOS RELATIVOS AL MOMENTO DEL  *00002010
      *  CALCULO (NEGATIVOS LOS YA PASADOS), PREREQUISITOS Y PASO QUE  *00002020
      *  DETERMINA EL ARRANQUE (ANTERIOR EN EL CAMINO CRITICO).        *00002030
      ******************************************************************00002040
       01  WK-TABLA-PASOS.                                              00002050
           05  WT-PASO                     OCCURS 100 TIMES.            00002060
               10  WT-SEG-INI              PIC S9(09)  COMP.            00002070
               10  WT-SEG-FIN              PIC S9(09)  COMP.            00002080
               10  WT-DUR-MEDIA            PIC S9(09)  COMP.            00002090
               10  WT-CRITICO-ANT          PIC S9(04)  COMP.            00002100
               10  WT-NUM-PREREQ           PIC S9(04)  COMP.            00002110
               10  WT-PREREQ               PIC S9(04)  COMP             00002120
                                           OCCURS 10 TIMES.             00002130
                                                                        00002140
      ******************************************************************00002150
      *                     D C L G E N S                              *00002160
      ******************************************************************00002170
      *--  AREA DE TRABAJO PARA DB2.                                    00002180
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002190
                                                                        00002200
      *--  DCLGEN DE LA TABLA BATCH_CADENA.                             00002210
           EXEC SQL INCLUDE D4465600 END-EXEC.                          00002220
                                                                        00002230
      *--  DCLGEN DE LA TABLA BATCH_CADENA_DEP.                         00002240
           EXEC SQL INCLUDE D4467700 END-EXEC.                          00002250
                                                                        00002260
      *--  DCLGEN DE LA TABLA BATCH_RUN_CONTROL.                        00002270
           EXEC SQL INCLUDE D4463500 END-EXEC.                          00002280
                                                                        00002290
      *--  DCLGEN DE LA TABLA BATCH_LATIDO.                             00002300
           EXEC SQL INCLUDE D4464400 END-EXEC.                          00002310
                                                                        00002320
      *--  DCLGEN DE LA TABLA BATCH_RUN_HIST.                           00002330
           EXEC SQL INCLUDE D4464200 END-EXEC.                          00002340
                                                                        00002350
      *--  DCLGEN DE LA TABLA BATCH_PLAN_VENTANA.                       00002360
           EXEC SQL INCLUDE D4464100 END-EXEC.                          00002370
                                                                        00002380
       LINKAGE SECTION.                                                 00002390
                                                                        00002400
           COPY XXYAPFC.                                                00002410
                                                                        00002420
      ******************************************************************00002430
      * PROCEDURE DIVISION                                             *00002440
      ******************************************************************00002450
       PROCEDURE DIVISION USING XXYAPFC.                                00002460
                                                                        00002470
           PERFORM 1000-INICIO                                          00002480
              THRU 1000-INICIO-EXIT                                     00002490
                                                                        00002500
           PERFORM 2000-PROCESO                                         00002510
              THRU 2000-PROCESO-EXIT                                    00002520
                                                                        00002530
           PERFORM 3000-FIN                                             00002540
              THRU 3000-FIN-EXIT                                        00002550
                                                                        00002560
           .                                                            00002570
                                                                        00002580
      ******************************************************************00002590
      * 1000-INICIO.                                                   *00002600
      * SE INICIALIZAN LAS AREAS DE SALIDA, SE RESUELVEN LOS DIAS DE   *00002610
      * HISTORIA Y SE FIJA EL MOMENTO DEL CALCULO.                     *00002620
      ******************************************************************00002630
       1000-INICIO.                                                     00002640
                                                                        00002650
           INITIALIZE XXYAPFC-SALIDA                                    00002660
                      XXYAPFC-DATOS-CONTROL                             00002670
                      WK-VARIABLES                                      00002680
                      WK-TABLA-PASOS                                    00002690
                                                                        00002700
           MOVE CA-00                        TO XXYAPFC-RETORNO         00002710
                                                                        00002720
           IF  XXYAPFC-DIAS-HIST-E NOT NUMERIC                          00002730
            OR XXYAPFC-DIAS-HIST-E = ZEROES                             00002740
               MOVE CN-DIAS-HIST-DEF         TO WK-DIAS-HIST            00002750
           ELSE                                                         00002760
               MOVE XXYAPFC-DIAS-HIST-E      TO WK-DIAS-HIST            00002770
           END-IF                                                       00002780
                                                                        00002790
           EXEC SQL                                                     00002800
                SELECT CHAR(CURRENT TIMESTAMP)                          00002810
                  INTO :WK-AHORA                                        00002820
                  FROM SYSIBM.SYSDUMMY1                                 00002830
           END-EXEC                                                     00002840
                                                                        00002850
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002860
                                                                        00002870
           IF  NOT DB2-OK                                               00002880
               MOVE CA-SELECT                TO XXYAPFC-ACCESO          00002890
               MOVE CA-PRRF-1000             TO XXYAPFC-PARRAFO         00002900
               PERFORM 8000-ERROR-DB2                                   00002910
                  THRU 8000-ERROR-DB2-EXIT                              00002920
           END-IF                                                       00002930
                                                                        00002940
           MOVE WK-AHORA                     TO XXYAPFC-FECCALCULO-S    00002950
                                                                        00002960
           .                                                            00002970
       1000-INICIO-EXIT.                                                00002980
           EXIT.                                                        00002990
                                                                        00003000
      ******************************************************************00003010
      * 2000-PROCESO.                                                  *00003020
      * SE CARGAN PASOS Y DEPENDENCIAS, SE SITUA CADA PASO, SE         *00003030
      * PROPAGAN LOS FINES PREVISTOS POR LAS DEPENDENCIAS, SE MARCA EL *00003040
      * CAMINO CRITICO Y SE CONTRASTA CON LAS HORAS TOPE.              *00003050
      ******************************************************************00003060
       2000-PROCESO.                                                    00003070
                                                                        00003080
           PERFORM 2100-CARGAR-PASOS                                    00003090
              THRU 2100-CARGAR-PASOS-EXIT                               00003100
                                                                        00003110
           IF  XXYAPFC-NUM-PASOS-S = ZEROES                             00003120
               GO TO 2000-PROCESO-EXIT                                  00003130
           END-IF                                                       00003140
                                                                        00003150
           PERFORM 2200-CARGAR-DEPENDENCIAS                             00003160
              THRU 2200-CARGAR-DEPENDENCIAS-EXIT                        00003170
                                                                        00003180
           PERFORM 2300-INICIO-CADENA                                   00003190
              THRU 2300-INICIO-CADENA-EXIT                              00003200
                                                                        00003210
           PERFORM 2400-SITUAR-PASO                                     00003220
              THRU 2400-SITUAR-PASO-EXIT                                00003230
             VARYING WK-I FROM 1 BY 1                                   00003240
               UNTIL WK-I > XXYAPFC-NUM-PASOS-S                         00003250
                                                                        00003260
           SET SI-CAMBIOS                    TO TRUE                    00003270
           MOVE ZEROES                       TO WK-PASADA               00003280
                                                                        00003290
           PERFORM 2500-PROPAGAR-PREVISION                              00003300
              THRU 2500-PROPAGAR-PREVISION-EXIT                         00003310
             UNTIL NO-CAMBIOS                                           00003320
                OR WK-PASADA > XXYAPFC-NUM-PASOS-S                      00003330
                                                                        00003340
           PERFORM 2600-CAMINO-CRITICO                                  00003350
              THRU 2600-CAMINO-CRITICO-EXIT                             00003360
                                                                        00003370
           PERFORM 2700-FECHAS-Y-VENTANA                                00003380
              THRU 2700-FECHAS-Y-VENTANA-EXIT                           00003390
             VARYING WK-I FROM 1 BY 1                                   00003400
               UNTIL WK-I > XXYAPFC-NUM-PASOS-S                         00003410
                                                                        00003420
           MOVE XXYAPFC-FECFIN-S (WK-IDX-FINAL)                         00003430
                                             TO XXYAPFC-FINCADENA-S     00003440
                                                                        00003450
           .                                                            00003460
       2000-PROCESO-EXIT.                                               00003470
           EXIT.                                                        00003480
                                                                        00003490
      ******************************************************************00003500
      * 2100-CARGAR-PASOS.                                             *00003510
      * SE CARGAN EN ORDEN LOS PASOS ACTIVOS DE LA CADENA.             *00003520
      ******************************************************************00003530
       2100-CARGAR-PASOS.                                               00003540
                                                                        00003550
           EXEC SQL                                                     00003560
                DECLARE C-PASOS CURSOR FOR                              00003570
                SELECT G3205_ORDEN, G3205_PROGRAMA                      00003580
                  FROM BATCH_CADENA                                     00003590
                 WHERE G3205_INDACTIVO = :CA-SI                         00003600
                 ORDER BY G3205_ORDEN                                   00003610
           END-EXEC                                                     00003620
                                                                        00003630
           EXEC SQL                                                     00003640
                OPEN C-PASOS                                            00003650
           END-EXEC                                                     00003660
                                                                        00003670
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003680
                                                                        00003690
           IF  NOT DB2-OK                                               00003700
               MOVE CA-OPEN                  TO XXYAPFC-ACCESO          00003710
               MOVE CA-PRRF-2100             TO XXYAPFC-PARRAFO         00003720
               MOVE CA-BATCH-CADENA          TO XXYAPFC-TABLA           00003730
               PERFORM 8000-ERROR-DB2                                   00003740
                  THRU 8000-ERROR-DB2-EXIT                              00003750
           END-IF                                                       00003760
                                                                        00003770
           SET NO-FIN-CURSOR                 TO TRUE                    00003780
                                                                        00003790
           PERFORM 2110-LEER-PASO                                       00003800
              THRU 2110-LEER-PASO-EXIT                                  00003810
             UNTIL SI-FIN-CURSOR                                        00003820
                                                                        00003830
           EXEC SQL                                                     00003840
                CLOSE C-PASOS                                           00003850
           END-EXEC                                                     00003860
                                                                        00003870
           .                                                            00003880
       2100-CARGAR-PASOS-EXIT.                                          00003890
           EXIT.                                                        00003900
                                                                        00003910
      ******************************************************************00003920
      * 2110-LEER-PASO.                                                *00003930
      * SE LEE UN PASO DE LA CADENA Y SE ANADE A LA TABLA.             *00003940
      ******************************************************************00003950
       2110-LEER-PASO.                                                  00003960
                                                                        00003970
           EXEC SQL                                                     00003980
                FETCH C-PASOS                                           00003990
                 INTO :G3205-ORDEN, :G3205-PROGRAMA                     00004000
           END-EXEC                                                     00004010
                                                                        00004020
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004030
                                                                        00004040
           EVALUATE  TRUE                                               00004050
               WHEN  DB2-OK                                             00004060
                     IF  XXYAPFC-NUM-PASOS-S NOT < CN-MAX-PASOS         00004070
                         MOVE CA-88          TO XXYAPFC-RETORNO         00004080
                         MOVE CA-ERR-MAX-PASOS                          00004090
                                             TO XXYAPFC-DESCRIPCION     00004100
                         MOVE CA-XXBAPFC     TO XXYAPFC-RUTINA          00004110
                         MOVE CA-FUN-PREVISION                          00004120
                                             TO XXYAPFC-FUNCION         00004130
                         MOVE CA-PRRF-2100   TO XXYAPFC-PARRAFO         00004140
                         PERFORM 3000-FIN                               00004150
                            THRU 3000-FIN-EXIT                          00004160
                     END-IF                                             00004170
                     ADD CN-1                TO XXYAPFC-NUM-PASOS-S     00004180
                     MOVE XXYAPFC-NUM-PASOS-S                           00004190
                                             TO WK-I                    00004200
                     MOVE G3205-PROGRAMA                                00004210
                       TO XXYAPFC-PROGRAMA-S (WK-I)                     00004220
                     MOVE G3205-ORDEN                                   00004230
                       TO XXYAPFC-ORDEN-S (WK-I)                        00004240
                     MOVE CA-PASO-PENDIENTE                             00004250
                       TO XXYAPFC-ESTADO-S (WK-I)                       00004260
                     MOVE CA-NO                                         00004270
                       TO XXYAPFC-INDSINHIST-S (WK-I)                   00004280
                          XXYAPFC-INDSINLATIDO-S (WK-I)                 00004290
                          XXYAPFC-INDCRITICO-S (WK-I)                   00004300
                          XXYAPFC-INDFUERA-S (WK-I)                     00004310
                                                                        00004320
               WHEN  DB2-CLV-NOT-FOUND                                  00004330
                     SET SI-FIN-CURSOR       TO TRUE                    00004340
                                                                        00004350
               WHEN  OTHER                                              00004360
                     MOVE CA-FETCH           TO XXYAPFC-ACCESO          00004370
                     MOVE CA-PRRF-2100       TO XXYAPFC-PARRAFO         00004380
                     MOVE CA-BATCH-CADENA    TO XXYAPFC-TABLA           00004390
                     PERFORM 8000-ERROR-DB2                             00004400
                        THRU 8000-ERROR-DB2-EXIT                        00004410
                                                                        00004420
           END-EVALUATE                                                 00004430
                                                                        00004440
           .                                                            00004450
       2110-LEER-PASO-EXIT.                                             00004460
           EXIT.                                                        00004470
                                                                        00004480
      ******************************************************************00004490
      * 2200-CARGAR-DEPENDENCIAS.                                      *00004500
      * SE CARGAN LOS PREREQUISITOS DE BATCH_CADENA_DEP ENTRE PASOS    *00004510
      * ACTIVOS. LAS DEPENDENCIAS CON PASOS INACTIVOS O NO DEFINIDOS   *00004520
      * NO INTERVIENEN EN LA PREVISION. AL PASO SIN PREREQUISITOS SE   *00004530
      * LE ASIGNA EL PASO ACTIVO ANTERIOR EN ORDEN.                    *00004540
      ******************************************************************00004550
       2200-CARGAR-DEPENDENCIAS.                                        00004560
                                                                        00004570
           EXEC SQL                                                     00004580
                DECLARE C-DEPEN CURSOR FOR                              00004590
                SELECT G3228_PROGRAMA, G3228_PREREQ                     00004600
                  FROM BATCH_CADENA_DEP                                 00004610
                 ORDER BY G3228_PROGRAMA, G3228_PREREQ                  00004620
           END-EXEC                                                     00004630
                                                                        00004640
           EXEC SQL                                                     00004650
                OPEN C-DEPEN                                            00004660
           END-EXEC                                                     00004670
                                                                        00004680
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004690
                                                                        00004700
           IF  NOT DB2-OK                                               00004710
               MOVE CA-OPEN                  TO XXYAPFC-ACCESO          00004720
               MOVE CA-PRRF-2200             TO XXYAPFC-PARRAFO         00004730
               MOVE CA-BATCH-CADENA-DEP      TO XXYAPFC-TABLA           00004740
               PERFORM 8000-ERROR-DB2                                   00004750
                  THRU 8000-ERROR-DB2-EXIT                              00004760
           END-IF                                                       00004770
                                                                        00004780
           SET NO-FIN-CURSOR                 TO TRUE                    00004790
                                                                        00004800
           PERFORM 2210-LEER-DEPENDENCIA                                00004810
              THRU 2210-LEER-DEPENDENCIA-EXIT                           00004820
             UNTIL SI-FIN-CURSOR                                        00004830
                                                                        00004840
           EXEC SQL                                                     00004850
                CLOSE C-DEPEN                                           00004860
           END-EXEC                                                     00004870
                                                                        00004880
           PERFORM 2250-DEPENDENCIA-IMPLICITA                           00004890
              THRU 2250-DEPENDENCIA-IMPLICITA-EXIT                      00004900
             VARYING WK-I FROM 2 BY 1                                   00004910
               UNTIL WK-I > XXYAPFC-NUM-PASOS-S                         00004920
                                                                        00004930
           .                                                            00004940
       2200-CARGAR-DEPENDENCIAS-EXIT.                                   00004950
           EXIT.                                                        00004960
                                                                        00004970
      ******************************************************************00004980
      * 2210-LEER-DEPENDENCIA.                                         *00004990
      * SE LEE UNA DEPENDENCIA Y, SI AMBOS PASOS ESTAN ACTIVOS, SE     *00005000
      * ANOTA EL PREREQUISITO EN EL PASO.                              *00005010
      ******************************************************************00005020
       2210-LEER-DEPENDENCIA.                                           00005030
                                                                        00005040
           EXEC SQL                                                     00005050
                FETCH C-DEPEN                                           00005060
                 INTO :G3228-PROGRAMA, :G3228-PREREQ                    00005070
           END-EXEC                                                     00005080
                                                                        00005090
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005100
                                                                        00005110
           EVALUATE  TRUE                                               00005120
               WHEN  DB2-OK                                             00005130
                     CONTINUE                                           00005140
                                                                        00005150
               WHEN  DB2-CLV-NOT-FOUND                                  00005160
                     SET SI-FIN-CURSOR       TO TRUE                    00005170
                     GO TO 2210-LEER-DEPENDENCIA-EXIT                   00005180
                                                                        00005190
               WHEN  OTHER                                              00005200
                     MOVE CA-FETCH           TO XXYAPFC-ACCESO          00005210
                     MOVE CA-PRRF-2200       TO XXYAPFC-PARRAFO         00005220
                     MOVE CA-BATCH-CADENA-DEP                           00005230
                                             TO XXYAPFC-TABLA           00005240
                     PERFORM 8000-ERROR-DB2                             00005250
                        THRU 8000-ERROR-DB2-EXIT                        00005260
                                                                        00005270
           END-EVALUATE                                                 00005280
                                                                        00005290
           MOVE G3228-PROGRAMA               TO WK-BUSCADO              00005300
           PERFORM 2220-BUSCAR-PASO                                     00005310
              THRU 2220-BUSCAR-PASO-EXIT                                00005320
           MOVE WK-P                         TO WK-IDX-PROGRAMA         00005330
                                                                        00005340
           MOVE G3228-PREREQ                 TO WK-BUSCADO              00005350
           PERFORM 2220-BUSCAR-PASO                                     00005360
              THRU 2220-BUSCAR-PASO-EXIT                                00005370
           MOVE WK-P                         TO WK-IDX-PREREQ           00005380
                                                                        00005390
           IF  WK-IDX-PROGRAMA = ZEROES                                 00005400
            OR WK-IDX-PREREQ = ZEROES                                   00005410
            OR WK-IDX-PROGRAMA = WK-IDX-PREREQ                          00005420
               GO TO 2210-LEER-DEPENDENCIA-EXIT                         00005430
           END-IF                                                       00005440
                                                                        00005450
           IF  WT-NUM-PREREQ (WK-IDX-PROGRAMA) NOT < CN-MAX-PREREQ      00005460
               MOVE CA-88                    TO XXYAPFC-RETORNO         00005470
               MOVE CA-ERR-MAX-PREREQ        TO XXYAPFC-DESCRIPCION     00005480
               MOVE CA-XXBAPFC               TO XXYAPFC-RUTINA          00005490
               MOVE CA-FUN-PREVISION         TO XXYAPFC-FUNCION         00005500
               MOVE CA-PRRF-2200             TO XXYAPFC-PARRAFO         00005510
               MOVE G3228-PROGRAMA           TO XXYAPFC-DATOS           00005520
               PERFORM 3000-FIN                                         00005530
                  THRU 3000-FIN-EXIT                                    00005540
           END-IF                                                       00005550
                                                                        00005560
           ADD CN-1                  TO WT-NUM-PREREQ (WK-IDX-PROGRAMA) 00005570
           MOVE WT-NUM-PREREQ (WK-IDX-PROGRAMA)                         00005580
                                             TO WK-K                    00005590
           MOVE WK-IDX-PREREQ                                           00005600
             TO WT-PREREQ (WK-IDX-PROGRAMA, WK-K)                       00005610
                                                                        00005620
           .                                                            00005630
       2210-LEER-DEPENDENCIA-EXIT.                                      00005640
           EXIT.                                                        00005650
                                                                        00005660
      ******************************************************************00005670
      * 2220-BUSCAR-PASO.                                              *00005680
      * SE DEVUELVE EN WK-P LA POSICION DEL PASO WK-BUSCADO EN LA      *00005690
      * TABLA (CERO SI NO ES UN PASO ACTIVO).                          *00005700
      ******************************************************************00005710
       2220-BUSCAR-PASO.                                                00005720
                                                                        00005730
           MOVE ZEROES                       TO WK-P                    00005740
                                                                        00005750
           PERFORM 2230-COMPARAR-PASO                                   00005760
              THRU 2230-COMPARAR-PASO-EXIT                              00005770
             VARYING WK-J FROM 1 BY 1                                   00005780
               UNTIL WK-J > XXYAPFC-NUM-PASOS-S                         00005790
                  OR WK-P > ZEROES                                      00005800
                                                                        00005810
           .                                                            00005820
       2220-BUSCAR-PASO-EXIT.                                           00005830
           EXIT.                                                        00005840
                                                                        00005850
      ******************************************************************00005860
      * 2230-COMPARAR-PASO.                                            *00005870
      * SE COMPARA EL PASO WK-J CON EL BUSCADO.                        *00005880
      ******************************************************************00005890
       2230-COMPARAR-PASO.                                              00005900
                                                                        00005910
           IF  XXYAPFC-PROGRAMA-S (WK-J) = WK-BUSCADO                   00005920
               MOVE WK-J                     TO WK-P                    00005930
           END-IF                                                       00005940
                                                                        00005950
           .                                                            00005960
       2230-COMPARAR-PASO-EXIT.                                         00005970
           EXIT.                                                        00005980
                                                                        00005990
      ******************************************************************00006000
      * 2250-DEPENDENCIA-IMPLICITA.                                    *00006010
      * EL PASO WK-I SIN PREREQUISITOS DEFINIDOS DEPENDE DEL PASO      *00006020
      * ACTIVO ANTERIOR EN ORDEN.                                      *00006030
      ******************************************************************00006040
       2250-DEPENDENCIA-IMPLICITA.                                      00006050
                                                                        00006060
           IF  WT-NUM-PREREQ (WK-I) = ZEROES                            00006070
               MOVE CN-1                     TO WT-NUM-PREREQ (WK-I)    00006080
               COMPUTE WT-PREREQ (WK-I, 1) = WK-I - 1                   00006090
           END-IF                                                       00006100
                                                                        00006110
           .                                                            00006120
       2250-DEPENDENCIA-IMPLICITA-EXIT.                                 00006130
           EXIT.                                                        00006140
                                                                        00006150
      ******************************************************************00006160
      * 2300-INICIO-CADENA.                                            *00006170
      * LA NOCHE EN CURSO EMPIEZA CON EL INICIO DEL PRIMER PASO DE LA  *00006180
      * CADENA; SI NO HA ARRANCADO, EN EL MOMENTO DEL CALCULO. SE      *00006190
      * OBTIENE TAMBIEN SU DIA DE LA SEMANA (1=LUNES .. 7=DOMINGO)     *00006200
      * PARA APLICAR LA MASCARA SEMANAL DE LAS VENTANAS.               *00006210
      ******************************************************************00006220
       2300-INICIO-CADENA.                                              00006230
                                                                        00006240
           INITIALIZE DCLBATCH-RUN-CONTROL                              00006250
                                                                        00006260
           EXEC SQL                                                     00006270
                SELECT CHAR(G3184_FECINICIO)                            00006280
                  INTO :G3184-FECINICIO                                 00006290
                  FROM BATCH_RUN_CONTROL                                00006300
                 WHERE G3184_PROGRAMA = :XXYAPFC-PROGRAMA-S (1)         00006310
           END-EXEC                                                     00006320
                                                                        00006330
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006340
                                                                        00006350
           EVALUATE  TRUE                                               00006360
               WHEN  DB2-OK                                             00006370
                     MOVE G3184-FECINICIO    TO WK-INICIO-CADENA        00006380
                                                                        00006390
               WHEN  DB2-CLV-NOT-FOUND                                  00006400
                     MOVE WK-AHORA           TO WK-INICIO-CADENA        00006410
                                                                        00006420
               WHEN  OTHER                                              00006430
                     MOVE CA-SELECT          TO XXYAPFC-ACCESO          00006440
                     MOVE CA-PRRF-2300       TO XXYAPFC-PARRAFO         00006450
                     MOVE CA-BATCH-RUN       TO XXYAPFC-TABLA           00006460
                     PERFORM 8000-ERROR-DB2                             00006470
                        THRU 8000-ERROR-DB2-EXIT                        00006480
                                                                        00006490
           END-EVALUATE                                                 00006500
                                                                        00006510
           MOVE WK-INICIO-CADENA             TO XXYAPFC-INICADENA-S     00006520
                                                                        00006530
           EXEC SQL                                                     00006540
                SELECT DAYOFWEEK_ISO(TIMESTAMP(:WK-INICIO-CADENA))      00006550
                  INTO :WK-DIA-SEMANA                                   00006560
                  FROM SYSIBM.SYSDUMMY1                                 00006570
           END-EXEC                                                     00006580
                                                                        00006590
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006600
                                                                        00006610
           IF  NOT DB2-OK                                               00006620
               MOVE CA-SELECT                TO XXYAPFC-ACCESO          00006630
               MOVE CA-PRRF-2300             TO XXYAPFC-PARRAFO         00006640
               PERFORM 8000-ERROR-DB2                                   00006650
                  THRU 8000-ERROR-DB2-EXIT                              00006660
           END-IF                                                       00006670
                                                                        00006680
           .                                                            00006690
       2300-INICIO-CADENA-EXIT.                                         00006700
           EXIT.                                                        00006710
                                                                        00006720
      ******************************************************************00006730
      * 2400-SITUAR-PASO.                                              *00006740
      * SE OBTIENEN LA DURACION MEDIA Y LOS LEIDOS MEDIOS DEL PASO     *00006750
      * WK-I EN LA HISTORIA Y SU SITUACION EN LA NOCHE EN CURSO. UN    *00006760
      * REGISTRO DE CONTROL ANTERIOR AL INICIO DE LA CADENA ES DE LA   *00006770
      * NOCHE PASADA: EL PASO ESTA PENDIENTE.                          *00006780
      ******************************************************************00006790
       2400-SITUAR-PASO.                                                00006800
                                                                        00006810
           PERFORM 2410-MEDIAS-HISTORIA                                 00006820
              THRU 2410-MEDIAS-HISTORIA-EXIT                            00006830
                                                                        00006840
           INITIALIZE DCLBATCH-RUN-CONTROL                              00006850
                                                                        00006860
           EXEC SQL                                                     00006870
                SELECT G3184_ESTADO,                                    00006880
                       CHAR(G3184_FECINICIO),                           00006890
                       CHAR(G3184_FECFIN),                              00006900
                       (DAYS(G3184_FECINICIO) -                         00006910
                        DAYS(TIMESTAMP(:WK-AHORA))) * 86400 +           00006920
                       MIDNIGHT_SECONDS(G3184_FECINICIO) -              00006930
                       MIDNIGHT_SECONDS(TIMESTAMP(:WK-AHORA)),          00006940
                       (DAYS(G3184_FECFIN) -                            00006950
                        DAYS(TIMESTAMP(:WK-AHORA))) * 86400 +           00006960
                       MIDNIGHT_SECONDS(G3184_FECFIN) -                 00006970
                       MIDNIGHT_SECONDS(TIMESTAMP(:WK-AHORA))           00006980
                  INTO :G3184-ESTADO,                                   00006990
                       :G3184-FECINICIO,                                00007000
                       :G3184-FECFIN,                                   00007010
                       :WK-SEG-INI,                                     00007020
                       :WK-SEG-FIN                                      00007030
                  FROM BATCH_RUN_CONTROL                                00007040
                 WHERE G3184_PROGRAMA = :XXYAPFC-PROGRAMA-S (WK-I)      00007050
           END-EXEC                                                     00007060
                                                                        00007070
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007080
                                                                        00007090
           EVALUATE  TRUE                                               00007100
               WHEN  DB2-OK                                             00007110
                     CONTINUE                                           00007120
                                                                        00007130
               WHEN  DB2-CLV-NOT-FOUND                                  00007140
                     MOVE SPACES             TO G3184-ESTADO            00007150
                                                                        00007160
               WHEN  OTHER                                              00007170
                     MOVE CA-SELECT          TO XXYAPFC-ACCESO          00007180
                     MOVE CA-PRRF-2400       TO XXYAPFC-PARRAFO         00007190
                     MOVE CA-BATCH-RUN       TO XXYAPFC-TABLA           00007200
                     PERFORM 8000-ERROR-DB2                             00007210
                        THRU 8000-ERROR-DB2-EXIT                        00007220
                                                                        00007230
           END-EVALUATE                                                 00007240
                                                                        00007250
           IF  G3184-ESTADO NOT = SPACES                                00007260
           AND G3184-FECINICIO < WK-INICIO-CADENA                       00007270
               MOVE SPACES                   TO G3184-ESTADO            00007280
           END-IF                                                       00007290
                                                                        00007300
           EVALUATE  TRUE                                               00007310
               WHEN  G3184-ESTADO = CA-ESTADO-TERMINADO                 00007320
                     MOVE CA-PASO-TERMINADO                             00007330
                       TO XXYAPFC-ESTADO-S (WK-I)                       00007340
                     MOVE G3184-FECINICIO                               00007350
                       TO XXYAPFC-FECINICIO-S (WK-I)                    00007360
                     MOVE G3184-FECFIN                                  00007370
                       TO XXYAPFC-FECFIN-S (WK-I)                       00007380
                     MOVE WK-SEG-INI         TO WT-SEG-INI (WK-I)       00007390
                     MOVE WK-SEG-FIN         TO WT-SEG-FIN (WK-I)       00007400
                                                                        00007410
               WHEN  G3184-ESTADO = CA-ESTADO-EJECUCION                 00007420
                     MOVE CA-PASO-EN-CURSO                              00007430
                       TO XXYAPFC-ESTADO-S (WK-I)                       00007440
                     MOVE G3184-FECINICIO                               00007450
                       TO XXYAPFC-FECINICIO-S (WK-I)                    00007460
                     MOVE WK-SEG-INI         TO WT-SEG-INI (WK-I)       00007470
                     PERFORM 2450-ESTIMAR-EN-CURSO                      00007480
                        THRU 2450-ESTIMAR-EN-CURSO-EXIT                 00007490
                                                                        00007500
               WHEN  OTHER                                              00007510
                     MOVE CA-PASO-PENDIENTE                             00007520
                       TO XXYAPFC-ESTADO-S (WK-I)                       00007530
                     MOVE ZEROES             TO WT-SEG-INI (WK-I)       00007540
                     MOVE WT-DUR-MEDIA (WK-I)                           00007550
                                             TO WT-SEG-FIN (WK-I)       00007560
                                                                        00007570
           END-EVALUATE                                                 00007580
                                                                        00007590
           .                                                            00007600
       2400-SITUAR-PASO-EXIT.                                           00007610
           EXIT.                                                        00007620
                                                                        00007630
      ******************************************************************00007640
      * 2410-MEDIAS-HISTORIA.                                          *00007650
      * DURACION MEDIA EN SEGUNDOS Y LEIDOS MEDIOS (DE LAS EJECUCIONES *00007660
      * CON LATIDO) DEL PASO WK-I EN LOS ULTIMOS DIAS DE HISTORIA. SIN *00007670
      * HISTORIA SE MARCA EL PASO Y SE TOMA DURACION CERO.             *00007680
      ******************************************************************00007690
       2410-MEDIAS-HISTORIA.                                            00007700
                                                                        00007710
           EXEC SQL                                                     00007720
                SELECT COUNT(*),                                        00007730
                       COALESCE(AVG((DAYS(G3191_FECFIN) -               00007740
                                     DAYS(G3191_FECINICIO)) * 86400 +   00007750
                                    MIDNIGHT_SECONDS(G3191_FECFIN) -    00007760
                                    MIDNIGHT_SECONDS(G3191_FECINICIO)), 00007770
                                0),                                     00007780
                       COALESCE(AVG(NULLIF(G3191_LEIDOS, 0)), 0)        00007790
                  INTO :WK-NUM-HIST,                                    00007800
                       :WK-DUR-MEDIA,                                   00007810
                       :WK-MEDIA-LEIDOS                                 00007820
                  FROM BATCH_RUN_HIST                                   00007830
                 WHERE G3191_PROGRAMA = :XXYAPFC-PROGRAMA-S (WK-I)      00007840
                   AND DATE(G3191_FECINICIO) >=                         00007850
                       CURRENT DATE - :WK-DIAS-HIST DAYS                00007860
           END-EXEC                                                     00007870
                                                                        00007880
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007890
                                                                        00007900
           IF  NOT DB2-OK                                               00007910
               MOVE CA-SELECT                TO XXYAPFC-ACCESO          00007920
               MOVE CA-PRRF-2400             TO XXYAPFC-PARRAFO         00007930
               MOVE CA-BATCH-RUN-HIST        TO XXYAPFC-TABLA           00007940
               PERFORM 8000-ERROR-DB2                                   00007950
                  THRU 8000-ERROR-DB2-EXIT                              00007960
           END-IF                                                       00007970
                                                                        00007980
           IF  WK-NUM-HIST = ZEROES                                     00007990
               MOVE CA-SI          TO XXYAPFC-INDSINHIST-S (WK-I)       00008000
           END-IF                                                       00008010
                                                                        00008020
           MOVE WK-DUR-MEDIA                 TO WT-DUR-MEDIA (WK-I)     00008030
           MOVE WK-DUR-MEDIA           TO XXYAPFC-DURMEDIA-S (WK-I)     00008040
                                                                        00008050
           .                                                            00008060
       2410-MEDIAS-HISTORIA-EXIT.                                       00008070
           EXIT.                                                        00008080
                                                                        00008090
      ******************************************************************00008100
      * 2450-ESTIMAR-EN-CURSO.                                         *00008110
      * PASO EN EJECUCION: CON LATIDO DE ESTA EJECUCION Y LEIDOS       *00008120
      * MEDIOS CONOCIDOS, LO QUE FALTA SE EXTRAPOLA AL RITMO ACTUAL    *00008130
      * (TRANSCURRIDO * PENDIENTE / LEIDOS); SIN ELLOS, SE DESCUENTA   *00008140
      * LO TRANSCURRIDO DE LA DURACION MEDIA. UN PASO QUE YA SUPERA SU *00008150
      * MEDIA SE DA POR TERMINADO AHORA. UN LATIDO DE MAS DE 15        *00008160
      * MINUTOS MARCA EL PASO COMO POSIBLEMENTE PARADO.                *00008170
      ******************************************************************00008180
       2450-ESTIMAR-EN-CURSO.                                           00008190
                                                                        00008200
           COMPUTE WK-SEG-TRANSC = ZEROES - WT-SEG-INI (WK-I)           00008210
                                                                        00008220
           SET NO-LATIDO                     TO TRUE                    00008230
                                                                        00008240
           INITIALIZE DCLBATCH-LATIDO                                   00008250
                                                                        00008260
           EXEC SQL                                                     00008270
                SELECT G3193_LEIDOS,                                    00008280
                       (DAYS(TIMESTAMP(:WK-AHORA)) -                    00008290
                        DAYS(G3193_FECLATIDO)) * 86400 +                00008300
                       MIDNIGHT_SECONDS(TIMESTAMP(:WK-AHORA)) -         00008310
                       MIDNIGHT_SECONDS(G3193_FECLATIDO)                00008320
                  INTO :G3193-LEIDOS,                                   00008330
                       :WK-SEG-LATIDO                                   00008340
                  FROM BATCH_LATIDO                                     00008350
                 WHERE G3193_PROGRAMA  = :XXYAPFC-PROGRAMA-S (WK-I)     00008360
                   AND G3193_FECLATIDO >= TIMESTAMP(:G3184-FECINICIO)   00008370
           END-EXEC                                                     00008380
                                                                        00008390
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008400
                                                                        00008410
           EVALUATE  TRUE                                               00008420
               WHEN  DB2-OK                                             00008430
                     SET SI-LATIDO           TO TRUE                    00008440
                                                                        00008450
               WHEN  DB2-CLV-NOT-FOUND                                  00008460
                     CONTINUE                                           00008470
                                                                        00008480
               WHEN  OTHER                                              00008490
                     MOVE CA-SELECT          TO XXYAPFC-ACCESO          00008500
                     MOVE CA-PRRF-2400       TO XXYAPFC-PARRAFO         00008510
                     MOVE CA-BATCH-LATIDO    TO XXYAPFC-TABLA           00008520
                     PERFORM 8000-ERROR-DB2                             00008530
                        THRU 8000-ERROR-DB2-EXIT                        00008540
                                                                        00008550
           END-EVALUATE                                                 00008560
                                                                        00008570
           IF  SI-LATIDO                                                00008580
           AND WK-SEG-LATIDO > CN-SEG-SIN-LATIDO                        00008590
               MOVE CA-SI          TO XXYAPFC-INDSINLATIDO-S (WK-I)     00008600
           END-IF                                                       00008610
                                                                        00008620
           EVALUATE  TRUE                                               00008630
               WHEN  SI-LATIDO                                          00008640
                AND  G3193-LEIDOS > ZEROES                              00008650
                AND  WK-MEDIA-LEIDOS > G3193-LEIDOS                     00008660
                     COMPUTE WT-SEG-FIN (WK-I) =                        00008670
                             WK-SEG-TRANSC *                            00008680
                             (WK-MEDIA-LEIDOS - G3193-LEIDOS) /         00008690
                             G3193-LEIDOS                               00008700
                     COMPUTE XXYAPFC-AVANCE-S (WK-I) =                  00008710
                             G3193-LEIDOS * CN-100 / WK-MEDIA-LEIDOS    00008720
                                                                        00008730
               WHEN  WT-DUR-MEDIA (WK-I) > WK-SEG-TRANSC                00008740
                     COMPUTE WT-SEG-FIN (WK-I) =                        00008750
                             WT-DUR-MEDIA (WK-I) - WK-SEG-TRANSC        00008760
                     COMPUTE XXYAPFC-AVANCE-S (WK-I) =                  00008770
                             WK-SEG-TRANSC * CN-100 /                   00008780
                             WT-DUR-MEDIA (WK-I)                        00008790
                                                                        00008800
               WHEN  OTHER                                              00008810
                     MOVE ZEROES             TO WT-SEG-FIN (WK-I)       00008820
                     MOVE CN-AVANCE-MAX      TO XXYAPFC-AVANCE-S (WK-I) 00008830
                                                                        00008840
           END-EVALUATE                                                 00008850
                                                                        00008860
           .                                                            00008870
       2450-ESTIMAR-EN-CURSO-EXIT.                                      00008880
           EXIT.                                                        00008890
                                                                        00008900
      ******************************************************************00008910
      * 2500-PROPAGAR-PREVISION.                                       *00008920
      * UNA PASADA SOBRE TODOS LOS PASOS: EL PASO PENDIENTE ARRANCA AL *00008930
      * TERMINAR EL ULTIMO DE SUS PREREQUISITOS (O AHORA, SI YA HAN    *00008940
      * TERMINADO). SE REPITE MIENTRAS CAMBIE ALGUN ARRANQUE, CON UN   *00008950
      * MAXIMO DE TANTAS PASADAS COMO PASOS.                           *00008960
      ******************************************************************00008970
       2500-PROPAGAR-PREVISION.                                         00008980
                                                                        00008990
           SET NO-CAMBIOS                    TO TRUE                    00009000
           ADD CN-1                          TO WK-PASADA               00009010
                                                                        00009020
           PERFORM 2510-CALCULAR-PASO                                   00009030
              THRU 2510-CALCULAR-PASO-EXIT                              00009040
             VARYING WK-I FROM 1 BY 1                                   00009050
               UNTIL WK-I > XXYAPFC-NUM-PASOS-S                         00009060
                                                                        00009070
           .                                                            00009080
       2500-PROPAGAR-PREVISION-EXIT.                                    00009090
           EXIT.                                                        00009100
                                                                        00009110
      ******************************************************************00009120
      * 2510-CALCULAR-PASO.                                            *00009130
      * SE BUSCA EL PREREQUISITO DEL PASO WK-I QUE TERMINA EL ULTIMO,  *00009140
      * QUE QUEDA COMO ANTERIOR EN EL CAMINO CRITICO, Y SI EL PASO     *00009150
      * ESTA PENDIENTE SE RECALCULAN SU ARRANQUE Y SU FIN.             *00009160
      ******************************************************************00009170
       2510-CALCULAR-PASO.                                              00009180
                                                                        00009190
           MOVE CN-SEG-MINIMO                TO WK-SEG-MAX-PREV         00009200
           MOVE ZEROES                       TO WK-CRITICO              00009210
                                                                        00009220
           PERFORM 2520-EVALUAR-PREREQ                                  00009230
              THRU 2520-EVALUAR-PREREQ-EXIT                             00009240
             VARYING WK-K FROM 1 BY 1                                   00009250
               UNTIL WK-K > WT-NUM-PREREQ (WK-I)                        00009260
                                                                        00009270
           MOVE WK-CRITICO                   TO WT-CRITICO-ANT (WK-I)   00009280
                                                                        00009290
           IF  XXYAPFC-ESTADO-S (WK-I) NOT = CA-PASO-PENDIENTE          00009300
               GO TO 2510-CALCULAR-PASO-EXIT                            00009310
           END-IF                                                       00009320
                                                                        00009330
           IF  WK-SEG-MAX-PREV > ZEROES                                 00009340
               MOVE WK-SEG-MAX-PREV          TO WK-SEG-ARRANQUE         00009350
           ELSE                                                         00009360
               MOVE ZEROES                   TO WK-SEG-ARRANQUE         00009370
           END-IF                                                       00009380
                                                                        00009390
           IF  WK-SEG-ARRANQUE NOT = WT-SEG-INI (WK-I)                  00009400
               SET SI-CAMBIOS                TO TRUE                    00009410
               MOVE WK-SEG-ARRANQUE          TO WT-SEG-INI (WK-I)       00009420
               COMPUTE WT-SEG-FIN (WK-I) =                              00009430
                       WK-SEG-ARRANQUE + WT-DUR-MEDIA (WK-I)            00009440
           END-IF                                                       00009450
                                                                        00009460
           .                                                            00009470
       2510-CALCULAR-PASO-EXIT.                                         00009480
           EXIT.                                                        00009490
                                                                        00009500
      ******************************************************************00009510
      * 2520-EVALUAR-PREREQ.                                           *00009520
      * SE COMPARA EL FIN DEL PREREQUISITO WK-K DEL PASO WK-I CON EL   *00009530
      * MAYOR ENCONTRADO.                                              *00009540
      ******************************************************************00009550
       2520-EVALUAR-PREREQ.                                             00009560
                                                                        00009570
           MOVE WT-PREREQ (WK-I, WK-K)       TO WK-P                    00009580
                                                                        00009590
           IF  WT-SEG-FIN (WK-P) > WK-SEG-MAX-PREV                      00009600
               MOVE WT-SEG-FIN (WK-P)        TO WK-SEG-MAX-PREV         00009610
               MOVE WK-P                     TO WK-CRITICO              00009620
           END-IF                                                       00009630
                                                                        00009640
           .                                                            00009650
       2520-EVALUAR-PREREQ-EXIT.                                        00009660
           EXIT.                                                        00009670
                                                                        00009680
      ******************************************************************00009690
      * 2600-CAMINO-CRITICO.                                           *00009700
      * EL PASO QUE TERMINA EL ULTIMO FIJA EL FIN DE LA CADENA; DESDE  *00009710
      * EL SE RECORRE HACIA ATRAS LA CADENA DE PREREQUISITOS QUE HAN   *00009720
      * DETERMINADO CADA ARRANQUE Y SE MARCAN COMO CRITICOS.           *00009730
      ******************************************************************00009740
       2600-CAMINO-CRITICO.                                             00009750
                                                                        00009760
           MOVE CN-1                         TO WK-IDX-FINAL            00009770
                                                                        00009780
           PERFORM 2610-BUSCAR-FINAL                                    00009790
              THRU 2610-BUSCAR-FINAL-EXIT                               00009800
             VARYING WK-I FROM 2 BY 1                                   00009810
               UNTIL WK-I > XXYAPFC-NUM-PASOS-S                         00009820
                                                                        00009830
           MOVE WK-IDX-FINAL                 TO WK-P                    00009840
           MOVE ZEROES                       TO WK-CONT-CAMINO          00009850
                                                                        00009860
           PERFORM 2620-MARCAR-CRITICO                                  00009870
              THRU 2620-MARCAR-CRITICO-EXIT                             00009880
             UNTIL WK-P = ZEROES                                        00009890
                OR WK-CONT-CAMINO > XXYAPFC-NUM-PASOS-S                 00009900
                                                                        00009910
           .                                                            00009920
       2600-CAMINO-CRITICO-EXIT.                                        00009930
           EXIT.                                                        00009940
                                                                        00009950
      ******************************************************************00009960
      * 2610-BUSCAR-FINAL.                                             *00009970
      * SE COMPARA EL FIN DEL PASO WK-I CON EL MAYOR ENCONTRADO.       *00009980
      ******************************************************************00009990
       2610-BUSCAR-FINAL.                                               00010000
                                                                        00010010
           IF  WT-SEG-FIN (WK-I) > WT-SEG-FIN (WK-IDX-FINAL)            00010020
               MOVE WK-I                     TO WK-IDX-FINAL            00010030
           END-IF                                                       00010040
                                                                        00010050
           .                                                            00010060
       2610-BUSCAR-FINAL-EXIT.                                          00010070
           EXIT.                                                        00010080
                                                                        00010090
      ******************************************************************00010100
      * 2620-MARCAR-CRITICO.                                           *00010110
      * SE MARCA EL PASO WK-P Y SE PASA A SU ANTERIOR CRITICO.         *00010120
      ******************************************************************00010130
       2620-MARCAR-CRITICO.                                             00010140
                                                                        00010150
           ADD CN-1                          TO WK-CONT-CAMINO          00010160
           MOVE CA-SI                  TO XXYAPFC-INDCRITICO-S (WK-P)   00010170
           MOVE WT-CRITICO-ANT (WK-P)        TO WK-P                    00010180
                                                                        00010190
           .                                                            00010200
       2620-MARCAR-CRITICO-EXIT.                                        00010210
           EXIT.                                                        00010220
                                                                        00010230
      ******************************************************************00010240
      * 2700-FECHAS-Y-VENTANA.                                         *00010250
      * SE CONVIERTEN A FECHA Y HORA EL INICIO Y EL FIN PREVISTOS DEL  *00010260
      * PASO WK-I Y, SI NO ESTA TERMINADO Y TIENE VENTANA PLANIFICADA  *00010270
      * PARA EL DIA, SE CONTRASTA SU FIN PREVISTO CON LA HORA TOPE. LA *00010280
      * HORA TOPE ES LA PRIMERA QUE SIGUE AL INICIO DE LA CADENA, DE   *00010290
      * MODO QUE UN TOPE DE MADRUGADA CAE EN EL DIA SIGUIENTE.         *00010300
      ******************************************************************00010310
       2700-FECHAS-Y-VENTANA.                                           00010320
                                                                        00010330
           IF  XXYAPFC-ESTADO-S (WK-I) = CA-PASO-TERMINADO              00010340
               GO TO 2700-FECHAS-Y-VENTANA-EXIT                         00010350
           END-IF                                                       00010360
                                                                        00010370
           MOVE WT-SEG-INI (WK-I)            TO WK-SEG-INI              00010380
           MOVE WT-SEG-FIN (WK-I)            TO WK-SEG-FIN              00010390
                                                                        00010400
           EXEC SQL                                                     00010410
                SELECT CHAR(TIMESTAMP(:WK-AHORA) + :WK-SEG-INI SECONDS),00010420
                       CHAR(TIMESTAMP(:WK-AHORA) + :WK-SEG-FIN SECONDS) 00010430
                  INTO :WK-FEC-PREV-INI,                                00010440
                       :WK-FEC-PREV-FIN                                 00010450
                  FROM SYSIBM.SYSDUMMY1                                 00010460
           END-EXEC                                                     00010470
                                                                        00010480
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010490
                                                                        00010500
           IF  NOT DB2-OK                                               00010510
               MOVE CA-SELECT                TO XXYAPFC-ACCESO          00010520
               MOVE CA-PRRF-2700             TO XXYAPFC-PARRAFO         00010530
               PERFORM 8000-ERROR-DB2                                   00010540
                  THRU 8000-ERROR-DB2-EXIT                              00010550
           END-IF                                                       00010560
                                                                        00010570
           IF  XXYAPFC-ESTADO-S (WK-I) = CA-PASO-PENDIENTE              00010580
               MOVE WK-FEC-PREV-INI   TO XXYAPFC-FECINICIO-S (WK-I)     00010590
           END-IF                                                       00010600
                                                                        00010610
           MOVE WK-FEC-PREV-FIN       TO XXYAPFC-FECFIN-S (WK-I)        00010620
                                                                        00010630
           EXEC SQL                                                     00010640
                SELECT COALESCE(MIN(G3190_HORATOPE), ' ')               00010650
                  INTO :G3190-HORATOPE                                  00010660
                  FROM BATCH_PLAN_VENTANA                               00010670
                 WHERE G3190_PROGRAMA = :XXYAPFC-PROGRAMA-S (WK-I)      00010680
                   AND SUBSTR(G3190_MASKSEM, :WK-DIA-SEMANA, 1) = :CA-SI00010690
           END-EXEC                                                     00010700
                                                                        00010710
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010720
                                                                        00010730
           IF  NOT DB2-OK                                               00010740
               MOVE CA-SELECT                TO XXYAPFC-ACCESO          00010750
               MOVE CA-PRRF-2700             TO XXYAPFC-PARRAFO         00010760
               MOVE CA-BATCH-PLAN            TO XXYAPFC-TABLA           00010770
               PERFORM 8000-ERROR-DB2                                   00010780
                  THRU 8000-ERROR-DB2-EXIT                              00010790
           END-IF                                                       00010800
                                                                        00010810
           IF  G3190-HORATOPE = SPACES                                  00010820
               GO TO 2700-FECHAS-Y-VENTANA-EXIT                         00010830
           END-IF                                                       00010840
                                                                        00010850
           MOVE G3190-HORATOPE         TO XXYAPFC-HORATOPE-S (WK-I)     00010860
                                                                        00010870
           EXEC SQL                                                     00010880
                SELECT CHAR(CASE                                        00010890
                       WHEN :G3190-HORATOPE >= :WK-HORA-CADENA          00010900
                       THEN TIMESTAMP(DATE(:WK-FECHA-CADENA),           00010910
                                      TIME(:G3190-HORATOPE))            00010920
                       ELSE TIMESTAMP(DATE(:WK-FECHA-CADENA) + 1 DAY,   00010930
                                      TIME(:G3190-HORATOPE))            00010940
                       END)                                             00010950
                  INTO :WK-FECTOPE                                      00010960
                  FROM SYSIBM.SYSDUMMY1                                 00010970
           END-EXEC                                                     00010980
                                                                        00010990
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00011000
                                                                        00011010
           IF  NOT DB2-OK                                               00011020
               MOVE CA-SELECT                TO XXYAPFC-ACCESO          00011030
               MOVE CA-PRRF-2700             TO XXYAPFC-PARRAFO         00011040
               PERFORM 8000-ERROR-DB2                                   00011050
                  THRU 8000-ERROR-DB2-EXIT                              00011060
           END-IF                                                       00011070
                                                                        00011080
           MOVE WK-FECTOPE             TO XXYAPFC-FECTOPE-S (WK-I)      00011090
                                                                        00011100
           IF  XXYAPFC-FECFIN-S (WK-I) > WK-FECTOPE                     00011110
               MOVE CA-SI              TO XXYAPFC-INDFUERA-S (WK-I)     00011120
               ADD CN-1                TO XXYAPFC-NUM-FUERA-S           00011130
           END-IF                                                       00011140
                                                                        00011150
           .                                                            00011160
       2700-FECHAS-Y-VENTANA-EXIT.                                      00011170
           EXIT.                                                        00011180
                                                                        00011190
      ******************************************************************00011200
      * 8000-ERROR-DB2.                                                *00011210
      * SE INFORMA EL AREA DE DIAGNOSTICO Y SE DEVUELVE EL CONTROL AL  *00011220
      * LLAMANTE CON RETORNO DE ERROR DB2.                             *00011230
      ******************************************************************00011240
       8000-ERROR-DB2.                                                  00011250
                                                                        00011260
           MOVE CA-99                        TO XXYAPFC-RETORNO         00011270
           MOVE CA-ERR-DB2                   TO XXYAPFC-DESCRIPCION     00011280
           MOVE SQLCODE                      TO XXYAPFC-SQLCODE         00011290
           MOVE SQLCA                        TO XXYAPFC-SQLCA           00011300
           MOVE CA-XXBAPFC                   TO XXYAPFC-RUTINA          00011310
           MOVE CA-FUN-PREVISION             TO XXYAPFC-FUNCION         00011320
                                                                        00011330
           PERFORM 3000-FIN                                             00011340
              THRU 3000-FIN-EXIT                                        00011350
                                                                        00011360
           .                                                            00011370
       8000-ERROR-DB2-EXIT.                                             00011380
           EXIT.                                                        00011390
                                                                        00011400
      ******************************************************************00011410
      * 3000-FIN.                                                      *00011420
      * FINALIZA LA EJECUCION DE LA RUTINA.                            *00011430
      ******************************************************************00011440
       3000-FIN.                                                        00011450
                                                                        00011460
           GOBACK                                                       00011470
                                                                        00011480
           .                                                            00011490
       3000-FIN-EXIT.                                                   00011500
           EXIT.                                                        00011510
