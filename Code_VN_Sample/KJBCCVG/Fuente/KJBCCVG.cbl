      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE VIGILANCIA DE VARIACIONES DE    *00000110
      *               SALDO CONSOLIDADO. PARA CADA POSICION MODIFICADA *00000120
      *               EN EL DIA CONTRASTA LA VARIACION (APERTURA       *00000130
      *               CONTRA CIERRE, CALCULADA POR KJBCCDL EN          *00000135
      *               POS_DELTA_DIA) CON LAS TOLERANCIAS DEL           *00000140
      *               PRODUCTO EN POS_TOL_VARIA (PORCENTAJE Y          *00000150
      *               ABSOLUTO) Y LISTA SOLO LOS INCUMPLIMIENTOS,      *00000160
      *               ORDENADOS POR SEVERIDAD. SI HAY INCUMPLIMIENTOS  *00000170
      *        KJBCVGS1 : LISTADO DE INCUMPLIMIENTOS POR SEVERIDAD.    *00000230
      *-                                                              -*00000240
      *  TABLAS:                                                       *00000250
      *     POS_DELTA_DIA      : VARIACION DIARIA DE SALDO (LECTURA).  *00000251
      *     POS_DELTA_CTL      : CONTROL DE FECHAS CALCULADAS (LECT.). *00000252
      *     POS_TOL_VARIA      : TOLERANCIAS DE VARIACION (LECTURA).   *00000280
      *-                                                              -*00000290
      ******************************************************************00000300
      *                        INVESTIGACION ABIERTA (POS_NOTAS) SE   * 00000372
      *                        MARCAN EN EL LISTADO PARA NO ASIGNAR   * 00000373
      *                        DOS VECES EL MISMO CASO.               * 00000374
      * VIEWNEXT 15-10-2026    LA VARIACION SE LEE DE POS_DELTA_DIA    *00000375
      *                        (ULTIMA FECHA CONTABLE FINALIZADA POR   *00000376
      *                        KJBCCDL) EN LUGAR DE CALCULARLA CONTRA  *00000377
      *                        POS_DISP_PMAS_HIST.                     *00000378
      *                                                                *00000380
      ******************************************************************00000390
                                                                        00000400
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001300
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001310
               10  CA-KJBCVGS1             PIC X(08)   VALUE 'KJBCVGS1'.00001320
               10  CA-POS-DELTA-DIA        PIC X(13)   VALUE            00001330
                                   'POS_DELTA_DIA'.                     00001340
               10  CA-POS-DELTA-CTL        PIC X(13)   VALUE            00001350
                                   'POS_DELTA_CTL'.                     00001360
               10  CA-CTL-FINALIZADA       PIC X(01)   VALUE 'F'.       00001361
               10  CA-CON-FOTO             PIC X(01)   VALUE 'S'.       00001362
               10  CA-POS-NOTAS            PIC X(09)   VALUE            00001363
                                   'POS_NOTAS'.                         00001364
               10  CA-EN-INVESTIGACION     PIC X(12)   VALUE            00001365
                                   'EN INVESTIG.'.                      00001366
               10  CA-ERR-NOTAS            PIC X(32)   VALUE            00001367
                         'ERROR EN ACCESO A POS_NOTAS     '.            00001368
               10  CA-POS-TOL-VARIA        PIC X(13)   VALUE 'POS_TOL_VA00001370
      -                            'RIA'.                               00001380
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001390
      -                            'SCRIBIR FICHERO KJBCVGS1'.          00001470
               10  CA-ERR-CURSOR           PIC X(38)   VALUE 'ERROR EN A00001480
      -                            'CCESO AL CURSOR C-MOVIDAS'.         00001490
               10  CA-ERR-DELTA-CTL        PIC X(46)   VALUE            00001500
                       'VARIACION DIARIA NO CALCULADA O NO FINALIZADA'. 00001510
               10  CA-ERR-TOLERANCIA       PIC X(38)   VALUE 'ERROR AL L00001520
      -                            'EER LA TABLA POS_TOL_VARIA'.        00001530
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001540
      -                            '-FICHEROS'.                         00001550
               10  CA-PRF-1200             PIC X(18)   VALUE '1200-ABRIR00001560
      -                            '-CURSOR'.                           00001570
               10  CA-PRF-1150             PIC X(22)   VALUE            00001580
                                   '1150-FECHA-VARIACION'.              00001590
               10  CA-PRF-2200             PIC X(24)   VALUE '2200-LEER-00001600
      -                            'TOLERANCIA'.                        00001610
               10  CA-PRF-3050             PIC X(21)   VALUE '3050-VOLCA00001620
           10  WF-CTOSALDO                 PIC X(03).                   00003120
           10  WF-CODMONSW                 PIC X(03).                   00003130
           10  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00003140
           10  WF-IMPAPERT                 PIC S9(15)V9(2) COMP-3.      00003141
           10  WF-INDFOTO                  PIC X(01).                   00003142
                                                                        00003143
      * -- FECHA CONTABLE DE LA VARIACION LEIDA Y SU ESTADO.            00003144
       01  WK-CONTROL-DELTA.                                            00003145
           05  WK-FECHA-DELTA              PIC X(10)   VALUE SPACES.    00003146
           05  WK-ESTADO-DELTA             PIC X(01)   VALUE SPACES.    00003147
                                                                        00003150
      * -- COPY DE COMUNICACION CON DB2.                                00003160
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003170
                                                                        00003550
           WRITE REG-KJBCVGS1 FROM WK-LINEA-CABECERA                    00003560
                                                                        00003570
           PERFORM 1150-FECHA-VARIACION                                 00003572
              THRU 1150-FECHA-VARIACION-EXIT                            00003574
                                                                        00003576
           PERFORM 1200-ABRIR-CURSOR                                    00003580
              THRU 1200-ABRIR-CURSOR-EXIT                               00003590
                                                                        00003600
           EXIT.                                                        00003910
                                                                        00003920
      ******************************************************************00003930
      ***                   1150-FECHA-VARIACION                    *** 00003931
      ***                   --------------------                    *** 00003932
      * SE TOMA LA ULTIMA FECHA CONTABLE DE POS_DELTA_CTL. SI NO HAY   *00003933
      * NINGUNA O NO ESTA FINALIZADA (KJBCCDL CANCELADO O EN CURSO) SE *00003934
      * CANCELA PARA NO VIGILAR SOBRE UNA VARIACION INCOMPLETA.        *00003935
      ******************************************************************00003936
       1150-FECHA-VARIACION.                                            00003937
                                                                        00003938
           EXEC SQL                                                     00003939
                SELECT CHAR(G6567_FECCONSO, ISO), G6567_ESTADO          00003940
                  INTO :WK-FECHA-DELTA, :WK-ESTADO-DELTA                00003941
                  FROM POS_DELTA_CTL                                    00003942
                 ORDER BY G6567_FECCONSO DESC                           00003943
                 FETCH FIRST 1 ROW ONLY                                 00003944
           END-EXEC                                                     00003945
                                                                        00003946
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00003947
                                                                        00003948
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00003949
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00003950
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00003951
               MOVE CA-PRF-1150               TO WK-PARRAFO             00003952
               MOVE CA-KJBCCVG                TO WK-RUTINA              00003953
               MOVE CA-POS-DELTA-CTL          TO WK-TABLA-DB2           00003954
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00003955
                                                                        00003956
               PERFORM 9000-CANCELACION                                 00003957
                  THRU 9000-CANCELACION-EXIT                            00003958
                                                                        00003959
           END-IF                                                       00003960
                                                                        00003961
           IF  DB2-CLV-NOT-FOUND                                        00003962
           OR  WK-ESTADO-DELTA NOT = CA-CTL-FINALIZADA                  00003963
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00003964
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00003965
               MOVE CA-PRF-1150               TO WK-PARRAFO             00003966
                                                                        00003967
               PERFORM 9000-CANCELACION                                 00003968
                  THRU 9000-CANCELACION-EXIT                            00003969
                                                                        00003970
           END-IF                                                       00003971
                                                                        00003972
           .                                                            00003973
       1150-FECHA-VARIACION-EXIT.                                       00003974
           EXIT.                                                        00003975
                                                                        00003976
      ******************************************************************00003977
      ***                   1200-ABRIR-CURSOR                       *** 00003978
      ***                   -----------------                       *** 00003979
      * SE DECLARA Y ABRE EL CURSOR DE POSICIONES CON VARIACION EN LA  *00003980
      * FECHA CONTABLE (POS_DELTA_DIA).                                *00003981
      ******************************************************************00003982
       1200-ABRIR-CURSOR.                                               00003990
                                                                        00004000
           EXEC SQL                                                     00004010
                DECLARE C-MOVIDAS CURSOR FOR                            00004020
                SELECT G6566_IDEMPRD , G6566_IDCENTD,                   00004030
                       G6566_IDPRODD , G6566_CODSPROD,                  00004040
                       G6566_CTOSALDO, G6566_CODMONSW,                  00004050
                       G6566_IMPCIERR, G6566_IMPAPERT,                  00004055
                       G6566_INDFOTO                                    00004060
                  FROM POS_DELTA_DIA                                    00004070
                 WHERE G6566_FECCONSO = DATE(:WK-FECHA-DELTA)           00004080
                 ORDER BY G6566_IDPRODD , G6566_CODSPROD                00004090
           END-EXEC                                                     00004100
                                                                        00004110
           EXEC SQL                                                     00004120
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004200
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004210
               MOVE CA-KJBCCVG                TO WK-RUTINA              00004220
               MOVE CA-POS-DELTA-DIA          TO WK-TABLA-DB2           00004230
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004240
                                                                        00004250
               PERFORM 9000-CANCELACION                                 00004260
      ******************************************************************00004400
       2000-PROCESO.                                                    00004410
                                                                        00004420
           PERFORM 2100-SALDO-APERTURA                                  00004430
              THRU 2100-SALDO-APERTURA-EXIT                             00004440
                                                                        00004450
           IF  SI-EXISTE-FOTO                                           00004460
               PERFORM 2200-LEER-TOLERANCIA                             00004470
           .                                                            00004590
       2000-PROCESO-EXIT.                                               00004600
           EXIT.                                                        00004610
      ******************************************************************00004611
      ***                   2100-SALDO-APERTURA                     *** 00004612
      ***                   -------------------                     *** 00004613
      * SE TOMA EL SALDO DE APERTURA DE LA POSICION CALCULADO POR      *00004614
      * KJBCCDL. SIN FOTO ANTERIOR (ALTA NUEVA) NO HAY VIGILANCIA.     *00004615
      ******************************************************************00004616
       2100-SALDO-APERTURA.                                             00004617
                                                                        00004620
           MOVE WF-IMPAPERT                   TO WK-IMP-ANTERIOR        00004630
                                                                        00004700
           IF  WF-INDFOTO = CA-CON-FOTO                                 00004705
               SET SI-EXISTE-FOTO             TO TRUE                   00004710
           ELSE                                                         00004715
               SET NO-EXISTE-FOTO             TO TRUE                   00004720
           END-IF                                                       00004930
                                                                        00005150
           .                                                            00005160
       2100-SALDO-APERTURA-EXIT.                                        00005170
           EXIT.                                                        00005180
                                                                        00005190
      ******************************************************************00005200
                 INTO :WF-IDEMPRD , :WF-IDCENTD,                        00008550
                      :WF-IDPRODD , :WF-CODSPROD,                       00008560
                      :WF-CTOSALDO, :WF-CODMONSW,                       00008570
                      :WF-IMPSLDC , :WF-IMPAPERT,                       00008575
                      :WF-INDFOTO                                       00008580
           END-EXEC                                                     00008590
                                                                        00008600
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008610
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00008720
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00008730
                     MOVE CA-KJBCCVG          TO WK-RUTINA              00008740
                     MOVE CA-POS-DELTA-DIA    TO WK-TABLA-DB2           00008750
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008760
                                                                        00008770
                     PERFORM 9000-CANCELACION                           00008780
