      *               FECHA DE NEGOCIO Y EL ESTADO, GUARDA LAS LINEAS  *00000114
      *               EN REPO_INFORME_LIN Y SU ENTRADA DE INDICE       *00000115
      *               (PROGRAMA, FECHA, NUMERO DE LINEAS, ESTADO) EN   *00000116
      *               REPO_INFORME_IDX. NUNCA SE BORRA NADA: CADA      *00000117
      *               EJECUCION (PRIMERA EMISION, REEJECUCION, ESTADO  *00000118
      *               'R' DE REEMISION O ARCHIVO CON REFERENCIA DE     *00000119
      *               EXPEDIENTE) SE GUARDA COMO SIGUIENTE VERSION DE  *00000120
      *               LA CLAVE (0 LA PRIMERA), CONSERVANDO TODAS LAS   *00000121
      *               ANTERIORES PARA PODER COMPARARLAS (XXBARCV). LA  *00000122
      *               REFERENCIA DE EXPEDIENTE QUEDA EN EL INDICE.     *00000123
      *-                                                              -*00000190
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000200
      *        WK-PROGRAMA-EMISOR : PROGRAMA QUE EMITIO EL LISTADO.    *00000210
      *        WK-FECHA-NEGOCIO   : FECHA DE NEGOCIO (AAAA-MM-DD).     *00000220
      *        WK-ESTADO-EMISION  : ESTADO DE LA EJECUCION EMISORA     *00000230
      *                             ('R' = REEMISION DEL LISTADO).     *00000232
      *        WK-REFERENCIA-CASO : REFERENCIA DEL EXPEDIENTE DE       *00000234
      *                             AUDITORIA (OPCIONAL).              *00000236
      *-                                                              -*00000240
      *  FICHEROS DE ENTRADA:                                          *00000250
      *        XXBAREE1 : LISTADO A ARCHIVAR (132).                    *00000260
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. PASO COMUN DE    *00000380
      *                        ARCHIVADO DE LISTADOS EN EL REPOSITORIO *00000390
      *                        DE INFORMES.                            *00000400
      * VIEWNEXT 15-10-2026    VERSIONES DEL INFORME ARCHIVADO. EL     *00000401
      *                        ESTADO 'R' ARCHIVA UNA REEMISION COMO   *00000402
      *                        NUEVA VERSION SIN BORRAR LAS ANTERIORES.*00000403
      * VIEWNEXT 15-10-2026    REFERENCIA DE EXPEDIENTE EN SYSIN Y EN  *00000404
      *                        EL INDICE PARA ARCHIVAR INFORMES DE     *00000405
      *                        AUDITORIA.                              *00000406
      * VIEWNEXT 15-10-2026    SE CONSERVAN TODAS LAS VERSIONES DE LA  *00000407
      *                        CLAVE: UNA REEJECUCION YA NO BORRA EL   *00000408
      *                        INFORME ARCHIVADO, SE GUARDA COMO       *00000409
      *                        SIGUIENTE VERSION.                      *00000410
      *                                                                *00000411
      ******************************************************************00000420
                                                                        00000430
      ******************************************************************00000440
               10  CA-REPO-LIN             PIC X(16)   VALUE 'REPO_INFOR00001310
      -                            'ME_LIN'.                            00001320
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001330
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001340
               10  CA-ERR-ABRIR-XXBAREE1   PIC X(34)   VALUE 'ERROR AL A00001350
      -                            'BRIR EL FICHERO XXBAREE1'.          00001360
               10  CA-ERR-CERRAR-XXBAREE1  PIC X(35)   VALUE 'ERROR AL C00001370
      -                            'ERRAR EL FICHERO XXBAREE1'.         00001380
               10  CA-ERR-LEER-XXBAREE1    PIC X(33)   VALUE 'ERROR AL L00001390
      -                            'EER EL FICHERO XXBAREE1'.           00001400
               10  CA-ERR-VERSION          PIC X(33)   VALUE 'ERROR AL O00001410
      -                            'BTENER LA NUEVA VERSION'.           00001420
               10  CA-ERR-GRABAR-LINEA     PIC X(36)   VALUE 'ERROR AL A00001430
      -                            'RCHIVAR LINEA DEL LISTADO'.         00001440
               10  CA-ERR-GRABAR-INDICE    PIC X(37)   VALUE 'ERROR AL G00001450
      -                            'JECUTAR COMMIT'.                    00001480
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001490
      -                            '-FICHEROS'.                         00001500
               10  CA-PRF-1300             PIC X(20)   VALUE '1300-OBTEN00001510
      -                            'ER-VERSION'.                        00001520
               10  CA-PRF-2100             PIC X(19)   VALUE '2100-ARCHI00001530
      -                            'VAR-LINEA'.                         00001540
               10  CA-PRF-3040             PIC X(18)   VALUE '3040-GRABA00001550
               10  WK-PROGRAMA-EMISOR      PIC X(08)   VALUE SPACES.    00002150
               10  WK-FECHA-NEGOCIO        PIC X(10)   VALUE SPACES.    00002160
               10  WK-ESTADO-EMISION       PIC X(01)   VALUE SPACES.    00002170
               10  WK-REFERENCIA-CASO      PIC X(20)   VALUE SPACES.    00002171
           05  WK-NUM-LINEA                PIC 9(09)   VALUE ZEROES.    00002180
           05  WK-NUMVERS                  PIC S9(3)V USAGE COMP-3      00002183
                                                       VALUE ZEROES.    00002186
                                                                        00002190
      * -- COPY DE COMUNICACION CON DB2.                                00002200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002210
      ******************************************************************00002460
      ***                   1000-INICIO                           ***   00002470
      ***                   -----------                           ***   00002480
      * SE TOMAN LOS DATOS DE SYSIN, SE OBTIENE LA NUEVA VERSION DE LA *00002490
      * CLAVE Y SE LEE EL PRIMER REGISTRO DEL LISTADO.                 *00002495
      ******************************************************************00002500
       1000-INICIO.                                                     00002510
                                                                        00002520
           PERFORM 1100-ABRIR-FICHEROS                                  00002590
              THRU 1100-ABRIR-FICHEROS-EXIT                             00002600
                                                                        00002610
           PERFORM 1300-OBTENER-VERSION                                 00002611
              THRU 1300-OBTENER-VERSION-EXIT                            00002630
                                                                        00002640
           PERFORM 9100-LEER-XXBAREE1                                   00002650
              THRU 9100-LEER-XXBAREE1-EXIT                              00002660
           EXIT.                                                        00002950
                                                                        00002960
      ******************************************************************00002970
      ***                   1300-OBTENER-VERSION                  ***   00002980
      ***                   --------------------                  ***   00002990
      * SE CONSERVAN LAS VERSIONES YA ARCHIVADAS DE LA CLAVE Y EL      *00002995
      * LISTADO SE GUARDA COMO LA SIGUIENTE VERSION (0 SI NO HABIA     *00003000
      * NINGUNA).                                                      *00003005
      ******************************************************************00003010
       1300-OBTENER-VERSION.                                            00003020
                                                                        00003030
           EXEC SQL                                                     00003040
                SELECT COALESCE(MAX(G3188_NUMVERS) + 1, 0)              00003043
                  INTO :WK-NUMVERS                                      00003046
                  FROM REPO_INFORME_IDX                                 00003050
                 WHERE G3188_PROGRAMA   = :WK-PROGRAMA-EMISOR           00003270
                   AND G3188_FECNEGOCIO = :WK-FECHA-NEGOCIO             00003280
           END-EXEC                                                     00003290
                                                                        00003300
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00003310
                                                                        00003320
           IF  NOT DB2-OK                                               00003330
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00003340
               MOVE CA-ERR-VERSION            TO WK-DESCRIPCION         00003350
               MOVE CA-PRF-1300               TO WK-PARRAFO             00003360
               MOVE CA-XXBAREA                TO WK-RUTINA              00003370
               MOVE CA-REPO-IDX               TO WK-TABLA-DB2           00003380
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00003390
                                                                        00003400
               PERFORM 9000-CANCELACION                                 00003410
                  THRU 9000-CANCELACION-EXIT                            00003420
           END-IF                                                       00003440
                                                                        00003450
           .                                                            00003460
       1300-OBTENER-VERSION-EXIT.                                       00003470
           EXIT.                                                        00003480
                                                                        00003490
      ******************************************************************00003500
           MOVE WK-FECHA-NEGOCIO              TO G3189-FECNEGOCIO       00003770
           MOVE WK-NUM-LINEA                  TO G3189-NUMLINEA         00003780
           MOVE REG-XXBAREE1                  TO G3189-LINEA            00003790
           MOVE WK-NUMVERS                    TO G3189-NUMVERS          00003795
                                                                        00003800
           EXEC SQL                                                     00003810
                INSERT INTO REPO_INFORME_LIN                            00003820
                       ( G3189_PROGRAMA, G3189_FECNEGOCIO,              00003830
                         G3189_NUMLINEA, G3189_LINEA,                   00003840
                         G3189_NUMVERS )                                00003845
                VALUES ( :G3189-PROGRAMA, :G3189-FECNEGOCIO,            00003850
                         :G3189-NUMLINEA, :G3189-LINEA,                 00003860
                         :G3189-NUMVERS )                               00003865
           END-EXEC                                                     00003870
                                                                        00003880
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00003890
           MOVE WK-FECHA-NEGOCIO              TO G3188-FECNEGOCIO       00004430
           MOVE CT-LINEAS-ARCHIVADAS          TO G3188-NUMREG           00004440
           MOVE WK-ESTADO-EMISION             TO G3188-ESTADO           00004450
           MOVE WK-NUMVERS                    TO G3188-NUMVERS          00004453
           MOVE WK-REFERENCIA-CASO            TO G3188-REFCASO          00004456
                                                                        00004460
           EXEC SQL                                                     00004470
                INSERT INTO REPO_INFORME_IDX                            00004480
                       ( G3188_PROGRAMA, G3188_FECNEGOCIO,              00004490
                         G3188_NUMREG, G3188_ESTADO,                    00004500
                         G3188_FECARCH, G3188_NUMVERS,                  00004501
                         G3188_REFCASO )                                00004510
                VALUES ( :G3188-PROGRAMA, :G3188-FECNEGOCIO,            00004520
                         :G3188-NUMREG, :G3188-ESTADO,                  00004530
                         CURRENT TIMESTAMP, :G3188-NUMVERS,             00004540
                         :G3188-REFCASO )                               00004545
           END-EXEC                                                     00004550
                                                                        00004560
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004570
