      *               BLANCO = LISTADO COMPLETO), SEPARANDO CADA       *00000170
      *               ENTREGA CON UN REGISTRO DE BANDERA PARA EL       *00000180
      *               REPARTIDOR DE SPOOL, Y ANOTA CADA ENTREGA EN EL  *00000190
      *               DIARIO DE DISTRIBUCION. SE DISTRIBUYE LA ULTIMA  *00000200
      *               VERSION ARCHIVADA DEL LISTADO; SI ES UNA         *00000202
      *               REEMISION (ESTADO 'R') CADA ENTREGA LLEVA TRAS   *00000204
      *               LA BANDERA UN AVISO DE REEMISION Y LA ENTREGA SE *00000206
      *               MARCA COMO TAL EN EL DIARIO.                     *00000208
      *-                                                              -*00000210
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000220
      *        WK-PROGRAMA-INF, WK-FECNEGOCIO DEL LISTADO ARCHIVADO.   *00000230
      *-                                                              -*00000280
      *  TABLAS:                                                       *00000290
      *     REPO_SUSCRIPCION : SUSCRIPCIONES (LECTURA).                *00000300
      *     REPO_INFORME_IDX : INDICE DEL REPOSITORIO (LECTURA).       *00000301
      *     REPO_INFORME_LIN : LINEAS ARCHIVADAS (LECTURA).            *00000310
      *-                                                              -*00000320
      ******************************************************************00000330
      * USUARIO  FECHA        DESCRIPCION                              *00000370
      * -------- ----------   ---------------------------------------- *00000380
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000390
      * VIEWNEXT 15-10-2026    SE DISTRIBUYE LA ULTIMA VERSION DEL     *00000392
      *                        LISTADO, CON AVISO DE REEMISION CUANDO  *00000394
      *                        ES UNA REEMISION.                       *00000396
      *                                                                *00000400
      ******************************************************************00000410
                                                                        00000420
                                   'REPO_SUSCRIPCION'.                  00001440
               10  CA-REPO-INFORME-LIN     PIC X(16)   VALUE            00001450
                                   'REPO_INFORME_LIN'.                  00001460
               10  CA-REPO-INFORME-IDX     PIC X(16)   VALUE            00001461
                                   'REPO_INFORME_IDX'.                  00001462
               10  CA-ESTADO-REEMISION     PIC X(01)   VALUE 'R'.       00001463
               10  CA-AVISO-REEMISION      PIC X(18)   VALUE            00001464
                                   '*** REEMISION *** '.                00001465
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001470
               10  CA-BANDERA              PIC X(14)   VALUE            00001480
                                   '*DESTINATARIO '.                    00001490
                         'ERROR EN ACCESO A REPO_SUSCRIPCION    '.      00001570
               10  CA-ERR-LINEAS           PIC X(38)   VALUE            00001580
                         'ERROR EN ACCESO A REPO_INFORME_LIN    '.      00001590
               10  CA-ERR-INDICE           PIC X(38)   VALUE            00001593
                         'ERROR EN ACCESO A REPO_INFORME_IDX    '.      00001596
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001600
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001610
               10  CA-PRF-1000             PIC X(11)   VALUE            00001620
                                   '1100-ABRIR-FICHEROS'.               00001650
               10  CA-PRF-1200             PIC X(17)   VALUE            00000001
                                   '1200-ABRIR-CURSOR'.                 00000002
               10  CA-PRF-1300             PIC X(17)   VALUE            00001653
                                   '1300-LEER-VERSION'.                 00001654
               10  CA-PRF-2100             PIC X(24)   VALUE            00001660
                                   '2100-TRATAR-SUSCRIPCION'.           00001670
               10  CA-PRF-3100             PIC X(20)   VALUE            00001680
           05  WB-FECNEGOCIO               PIC X(10).                   00002360
           05  FILLER                      PIC X(90)   VALUE SPACES.    00002370
                                                                        00002380
       01  WK-LINEA-AVISO.                                              00002381
           05  WA-LITERAL                  PIC X(18).                   00002382
           05  FILLER                      PIC X(46)   VALUE            00002383
                   'LISTADO CORREGIDO POR AJUSTES CON FECHA VALOR '.    00002384
           05  WA-FECNEGOCIO               PIC X(10).                   00002385
           05  FILLER                      PIC X(40)   VALUE            00002386
                   '. SUSTITUYE A LAS ENTREGAS ANTERIORES - '.          00002387
           05  FILLER                      PIC X(08)   VALUE 'VERSION '.00002388
           05  WA-NUMVERS                  PIC ZZ9.                     00002389
           05  FILLER                      PIC X(07)   VALUE SPACES.    00002390
                                                                        00002391
       01  WK-LINEA-DIARIO.                                             00002392
           05  WL-DESTINATARIO             PIC X(08).                   00002400
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002410
           05  WL-PROGRAMA                 PIC X(08).                   00002420
           05  WL-IDEMPRFIL                PIC X(04).                   00002460
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002470
           05  WL-NUM-LINEAS               PIC ZZZZZZZZ9.               00002480
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002483
           05  WL-ESTADO                   PIC X(01).                   00002486
           05  FILLER                      PIC X(82)   VALUE SPACES.    00002490
                                                                        00002500
      ******************************************************************00002510
      *                      V A R I A B L E S                         *00002520
           05  WK-LINEAS-DESTINO           PIC 9(09)   VALUE ZEROES.    00002580
           05  WK-LINEA-INFORME            PIC X(132)  VALUE SPACES.    00002590
           05  WK-NUMLINEA                 PIC S9(09)  COMP VALUE +0.   00002600
           05  WK-NUMVERS                  PIC S9(3)V USAGE COMP-3      00002602
                                                       VALUE ZEROES.    00002604
           05  WK-ESTADO-INF               PIC X(01)   VALUE SPACES.    00002606
                                                                        00002610
      * -- COPY DE COMUNICACION CON DB2.                                00002620
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002630
                                                                        00002640
      * -- DCLGEN DE LA TABLA REPO_SUSCRIPCION.                         00002650
           EXEC SQL INCLUDE D4465500 END-EXEC.                          00002660
                                                                        00002662
      * -- DCLGEN DE LA TABLA REPO_INFORME_IDX.                         00002664
           EXEC SQL INCLUDE D4463900 END-EXEC.                          00002666
                                                                        00002670
      * -- DCLGEN DE LA TABLA REPO_INFORME_LIN.                         00002680
           EXEC SQL INCLUDE D4464000 END-EXEC.                          00002690
                                                                        00003130
           PERFORM 1100-ABRIR-FICHEROS                                  00003140
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003150
                                                                        00003152
           PERFORM 1300-LEER-VERSION                                    00003154
              THRU 1300-LEER-VERSION-EXIT                               00003156
                                                                        00003160
           PERFORM 1200-ABRIR-CURSOR                                    00003170
              THRU 1200-ABRIR-CURSOR-EXIT                               00003180
           EXIT.                                                        00004030
                                                                        00004040
      ******************************************************************00004050
      ***                   1300-LEER-VERSION                        ***00004051
      ***                   -----------------                        ***00004052
      * SE OBTIENE LA ULTIMA VERSION ARCHIVADA DEL LISTADO Y SU        *00004053
      * ESTADO. SIN ENTRADA EN EL INDICE SE TOMA LA VERSION 0.         *00004054
      ******************************************************************00004055
       1300-LEER-VERSION.                                               00004056
                                                                        00004057
           EXEC SQL                                                     00004058
                SELECT G3188_NUMVERS, G3188_ESTADO                      00004059
                  INTO :G3188-NUMVERS, :G3188-ESTADO                    00004060
                  FROM REPO_INFORME_IDX                                 00004061
                 WHERE G3188_PROGRAMA   = :WK-PROGRAMA-INF              00004062
                   AND G3188_FECNEGOCIO = :WK-FECNEGOCIO                00004063
                 ORDER BY G3188_NUMVERS DESC                            00004064
                 FETCH FIRST 1 ROW ONLY                                 00004065
           END-EXEC                                                     00004066
                                                                        00004067
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004068
                                                                        00004069
           EVALUATE  TRUE                                               00004070
               WHEN  DB2-OK                                             00004071
                     MOVE G3188-NUMVERS       TO WK-NUMVERS             00004072
                     MOVE G3188-ESTADO        TO WK-ESTADO-INF          00004073
                                                                        00004074
               WHEN  DB2-CLV-NOT-FOUND                                  00004075
                     MOVE ZEROES              TO WK-NUMVERS             00004076
                     MOVE SPACES              TO WK-ESTADO-INF          00004077
                                                                        00004078
               WHEN  OTHER                                              00004079
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00004080
                     MOVE CA-ERR-INDICE       TO WK-DESCRIPCION         00004081
                     MOVE CA-PRF-1300         TO WK-PARRAFO             00004082
                     MOVE CA-XXBARED          TO WK-RUTINA              00004083
                     MOVE CA-REPO-INFORME-IDX TO WK-TABLA-DB2           00004084
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00004085
                                                                        00004086
                     PERFORM 9000-CANCELACION                           00004087
                        THRU 9000-CANCELACION-EXIT                      00004088
                                                                        00004089
           END-EVALUATE                                                 00004090
                                                                        00004091
           .                                                            00004092
       1300-LEER-VERSION-EXIT.                                          00004093
           EXIT.                                                        00004094
                                                                        00004095
      ******************************************************************00004096
      ***                   2000-PROCESO                             ***00004097
      ***                   ------------                             ***00004098
      * SE SIRVE LA SUSCRIPCION LEIDA Y SE LEE LA SIGUIENTE.           *00004099
      ******************************************************************00004100
       2000-PROCESO.                                                    00004101
                                                                        00004110
           PERFORM 2100-TRATAR-SUSCRIPCION                              00004120
              THRU 2100-TRATAR-SUSCRIPCION-EXIT                         00004130
                                                                        00004510
           END-IF                                                       00004520
                                                                        00004530
           IF  WK-ESTADO-INF = CA-ESTADO-REEMISION                      00004531
               PERFORM 2150-ESCRIBIR-AVISO                              00004532
                  THRU 2150-ESCRIBIR-AVISO-EXIT                         00004533
           END-IF                                                       00004534
                                                                        00004535
           PERFORM 2200-RECORRER-LINEAS                                 00004540
              THRU 2200-RECORRER-LINEAS-EXIT                            00004550
                                                                        00004560
           MOVE WK-FECNEGOCIO                TO WL-FECNEGOCIO           00004590
           MOVE G3204-IDEMPRFIL              TO WL-IDEMPRFIL            00004600
           MOVE WK-LINEAS-DESTINO            TO WL-NUM-LINEAS           00004610
           MOVE WK-ESTADO-INF                TO WL-ESTADO               00004615
                                                                        00004620
           WRITE REG-XXBARES2 FROM WK-LINEA-DIARIO                      00004630
                                                                        00004640
           EXIT.                                                        00004790
                                                                        00004800
      ******************************************************************00004810
      ***                   2150-ESCRIBIR-AVISO                      ***00004811
      ***                   -------------------                      ***00004812
      * SE ESCRIBE TRAS LA BANDERA EL AVISO DE REEMISION DEL LISTADO.  *00004813
      ******************************************************************00004814
       2150-ESCRIBIR-AVISO.                                             00004815
                                                                        00004816
           MOVE CA-AVISO-REEMISION           TO WA-LITERAL              00004817
           MOVE WK-FECNEGOCIO                TO WA-FECNEGOCIO           00004818
           MOVE WK-NUMVERS                   TO WA-NUMVERS              00004819
                                                                        00004820
           WRITE REG-XXBARES1 FROM WK-LINEA-AVISO                       00004821
                                                                        00004822
           IF  FS-XXBARES1 NOT = CA-FS-OK                               00004823
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004824
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00004825
               MOVE CA-PRF-2100              TO WK-PARRAFO              00004826
               MOVE CA-XXBARES1              TO WK-DDNAME               00004827
               MOVE FS-XXBARES1              TO WK-FILE-STATUS          00004828
                                                                        00004829
               PERFORM 9000-CANCELACION                                 00004830
                  THRU 9000-CANCELACION-EXIT                            00004831
                                                                        00004832
           END-IF                                                       00004833
                                                                        00004834
           .                                                            00004835
       2150-ESCRIBIR-AVISO-EXIT.                                        00004836
           EXIT.                                                        00004837
                                                                        00004838
      ******************************************************************00004839
      ***                   2200-RECORRER-LINEAS                     ***00004840
      ***                   --------------------                     ***00004841
      * SE ABRE EL CURSOR DE LINEAS DEL LISTADO ARCHIVADO, SE          *00004842
      * ENTREGAN LAS QUE CORRESPONDEN AL DESTINATARIO Y SE CIERRA.     *00004850
      ******************************************************************00004860
       2200-RECORRER-LINEAS.                                            00004870
                  FROM REPO_INFORME_LIN                                 00004920
                 WHERE G3189_PROGRAMA   = :WK-PROGRAMA-INF              00004930
                   AND G3189_FECNEGOCIO = :WK-FECNEGOCIO                00004940
                   AND G3189_NUMVERS    = :WK-NUMVERS                   00004945
                 ORDER BY G3189_NUMLINEA                                00004950
           END-EXEC                                                     00004960
                                                                        00004970
