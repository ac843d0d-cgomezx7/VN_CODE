      *  DESCRIPCION: PROCESO BATCH QUE EMITE, PARA TESORERIA, EL      *00000110
      *               RANKING DE LAS N POSICIONES CONSOLIDADAS CON     *00000120
      *               MAYOR MOVIMIENTO DEL DIA POR MONEDA. PARA CADA   *00000130
      *               POSICION MODIFICADA EN EL DIA SE TOMA LA         *00000140
      *               VARIACION ENTRE SALDO DE APERTURA Y DE CIERRE    *00000150
      *               CALCULADA POR KJBCCDL EN POS_DELTA_DIA, Y SE     *00000160
      *               LISTAN LAS N MAYORES EN                          *00000170
      *               VALOR ABSOLUTO CON EL SALDO ANTERIOR, EL NUEVO   *00000180
      *               Y EL USUARIO DE AUDITORIA DEL CAMBIO.            *00000190
      *-                                                              -*00000200
      *        KJBCTNS1 : RANKING DE MAYORES MOVIMIENTOS POR MONEDA.   *00000250
      *-                                                              -*00000260
      *  TABLAS:                                                       *00000270
      *     POS_DELTA_DIA      : VARIACION DIARIA DE SALDO (LECTURA).  *00000271
      *     POS_DELTA_CTL      : CONTROL DE FECHAS CALCULADAS (LECT.). *00000272
      *     POS_DISP_PMAS      : USUARIO DEL CAMBIO (LECTURA).         *00000280
      *-                                                              -*00000300
      ******************************************************************00000310
      *                  M O D I F I C A C I O N E S                   *00000320
      * VIEWNEXT 02-09-2026    REDONDEO DE IMPORTES AL NUMERO DE       *00000385
      *                        DECIMALES DE CADA MONEDA SEGUN          *00000386
      *                        POS_CAT_MONEDA.NUMDECIM.                *00000387
      * VIEWNEXT 15-10-2026    LA VARIACION SE LEE DE POS_DELTA_DIA    *00000389
      *                        (ULTIMA FECHA CONTABLE FINALIZADA POR   *00000391
      *                        KJBCCDL) EN LUGAR DE CALCULARLA CONTRA  *00000393
      *                        POS_DISP_PMAS_HIST.                     *00000395
      *                                                                *00000397
      ******************************************************************00000400
                                                                        00000410
      ******************************************************************00000420
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001310
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001320
               10  CA-KJBCTNS1             PIC X(08)   VALUE 'KJBCTNS1'.00001330
               10  CA-POS-DELTA-DIA        PIC X(13)   VALUE            00001340
                                   'POS_DELTA_DIA'.                     00001350
               10  CA-POS-DELTA-CTL        PIC X(13)   VALUE            00001360
                                   'POS_DELTA_CTL'.                     00001370
               10  CA-CTL-FINALIZADA       PIC X(01)   VALUE 'F'.       00001373
               10  CA-CON-FOTO             PIC X(01)   VALUE 'S'.       00001376
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001380
               10  CA-POS-CAT-MONEDA       PIC X(14)   VALUE 'POS_CAT_MO0008600
      -                            'NEDA'.                              0008601
      -                            'SCRIBIR FICHERO KJBCTNS1'.          00001450
               10  CA-ERR-CURSOR           PIC X(38)   VALUE 'ERROR EN A00001460
      -                            'CCESO AL CURSOR C-MOVIDAS'.         00001470
               10  CA-ERR-DELTA-CTL        PIC X(46)   VALUE            00001480
                       'VARIACION DIARIA NO CALCULADA O NO FINALIZADA'. 00001490
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001500
      -                            '-FICHEROS'.                         00001510
               10  CA-PRF-1200             PIC X(18)   VALUE '1200-ABRIR00001520
      -                            '-CURSOR'.                           00001530
               10  CA-PRF-1150             PIC X(22)   VALUE            00001540
                                   '1150-FECHA-VARIACION'.              00001550
               10  CA-PRF-3050             PIC X(21)   VALUE '3050-VOLCA00001560
      -                            'R-RANKING'.                         00001570
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001580
           10  WF-CODMONSW                 PIC X(03).                   00002930
           10  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00002940
           10  WF-USUAUDIT                 PIC X(30).                   00002950
           10  WF-IMPAPERT                 PIC S9(15)V9(2) COMP-3.      00002951
           10  WF-INDFOTO                  PIC X(01).                   00002952
                                                                        00002953
      * -- FECHA CONTABLE DE LA VARIACION LEIDA Y SU ESTADO.            00002954
       01  WK-CONTROL-DELTA.                                            00002955
           05  WK-FECHA-DELTA              PIC X(10)   VALUE SPACES.    00002956
           05  WK-ESTADO-DELTA             PIC X(01)   VALUE SPACES.    00002957
                                                                        00002960
      * -- AJUSTE DE IMPORTES AL NUMERO DE DECIMALES DE LA MONEDA       0008700
      * -- (CATALOGO POS_CAT_MONEDA).                                   0008701
           MOVE WK-NUM-TOP                   TO WC-NUM-TOP              00003400
           WRITE REG-KJBCTNS1 FROM WK-LINEA-CABECERA                    00003410
                                                                        00003420
           PERFORM 1150-FECHA-VARIACION                                 00003422
              THRU 1150-FECHA-VARIACION-EXIT                            00003424
                                                                        00003426
           PERFORM 1200-ABRIR-CURSOR                                    00003430
              THRU 1200-ABRIR-CURSOR-EXIT                               00003440
                                                                        00003450
           EXIT.                                                        00003760
                                                                        00003770
      ******************************************************************00003780
      ***                   1150-FECHA-VARIACION                    *** 00003781
      ***                   --------------------                    *** 00003782
      * SE TOMA LA ULTIMA FECHA CONTABLE DE POS_DELTA_CTL. SI NO HAY   *00003783
      * NINGUNA O NO ESTA FINALIZADA (KJBCCDL CANCELADO O EN CURSO) SE *00003784
      * CANCELA PARA NO CLASIFICAR UNA VARIACION INCOMPLETA.           *00003785
      ******************************************************************00003786
       1150-FECHA-VARIACION.                                            00003787
                                                                        00003788
           EXEC SQL                                                     00003789
                SELECT CHAR(G6567_FECCONSO, ISO), G6567_ESTADO          00003790
                  INTO :WK-FECHA-DELTA, :WK-ESTADO-DELTA                00003791
                  FROM POS_DELTA_CTL                                    00003792
                 ORDER BY G6567_FECCONSO DESC                           00003793
                 FETCH FIRST 1 ROW ONLY                                 00003794
           END-EXEC                                                     00003795
                                                                        00003796
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00003797
                                                                        00003798
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00003799
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00003800
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00003801
               MOVE CA-PRF-1150               TO WK-PARRAFO             00003802
               MOVE CA-KJBCCTN                TO WK-RUTINA              00003803
               MOVE CA-POS-DELTA-CTL          TO WK-TABLA-DB2           00003804
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00003805
                                                                        00003806
               PERFORM 9000-CANCELACION                                 00003807
                  THRU 9000-CANCELACION-EXIT                            00003808
                                                                        00003809
           END-IF                                                       00003810
                                                                        00003811
           IF  DB2-CLV-NOT-FOUND                                        00003812
           OR  WK-ESTADO-DELTA NOT = CA-CTL-FINALIZADA                  00003813
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00003814
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00003815
               MOVE CA-PRF-1150               TO WK-PARRAFO             00003816
                                                                        00003817
               PERFORM 9000-CANCELACION                                 00003818
                  THRU 9000-CANCELACION-EXIT                            00003819
                                                                        00003820
           END-IF                                                       00003821
                                                                        00003822
           .                                                            00003823
       1150-FECHA-VARIACION-EXIT.                                       00003824
           EXIT.                                                        00003825
                                                                        00003826
      ******************************************************************00003827
      ***                   1200-ABRIR-CURSOR                       *** 00003828
      ***                   -----------------                       *** 00003829
      * SE DECLARA Y ABRE EL CURSOR DE POSICIONES CON VARIACION EN LA  *00003830
      * FECHA CONTABLE (POS_DELTA_DIA), CON EL USUARIO DE AUDITORIA    *00003831
      * DEL CAMBIO DE POS_DISP_PMAS.                                   *00003832
      ******************************************************************00003833
       1200-ABRIR-CURSOR.                                               00003840
                                                                        00003850
           EXEC SQL                                                     00003860
                DECLARE C-MOVIDAS CURSOR FOR                            00003870
                SELECT D.G6566_IDEMPRD , D.G6566_IDCENTD,               00003880
                       D.G6566_IDPRODD , D.G6566_CODSPROD,              00003890
                       D.G6566_CTOSALDO, D.G6566_CODMONSW,              00003900
                       D.G6566_IMPCIERR, P.G6524_USUAUDIT,              00003910
                       D.G6566_IMPAPERT, D.G6566_INDFOTO                00003913
                  FROM POS_DELTA_DIA D                                  00003916
                 INNER JOIN POS_DISP_PMAS P                             00003920
                    ON P.G6524_IDEMPRD  = D.G6566_IDEMPRD               00003922
                   AND P.G6524_IDCENTD  = D.G6566_IDCENTD               00003924
                   AND P.G6524_IDPRODD  = D.G6566_IDPRODD               00003926
                   AND P.G6524_CODSPROD = D.G6566_CODSPROD              00003928
                   AND P.G6524_CTOSALDO = D.G6566_CTOSALDO              00003930
                   AND P.G6524_CODMONSW = D.G6566_CODMONSW              00003932
                 WHERE D.G6566_FECCONSO = DATE(:WK-FECHA-DELTA)         00003934
                 ORDER BY D.G6566_CODMONSW                              00003940
           END-EXEC                                                     00003950
                                                                        00003960
           EXEC SQL                                                     00003970
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004050
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004060
               MOVE CA-KJBCCTN                TO WK-RUTINA              00004070
               MOVE CA-POS-DELTA-DIA          TO WK-TABLA-DB2           00004080
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004090
                                                                        00004100
               PERFORM 9000-CANCELACION                                 00004110
      ******************************************************************00004200
      ***                   2000-PROCESO                            *** 00004210
      ***                   ------------                            *** 00004220
      * SE TOMA LA VARIACION DE LA POSICION LEIDA RESPECTO A SU        *00004230
      * APERTURA Y SE CLASIFICA EN EL RANKING DE SU MONEDA.            *00004240
      ******************************************************************00004250
       2000-PROCESO.                                                    00004260
                                                                        00004270
           PERFORM 2100-SALDO-APERTURA                                  00004280
              THRU 2100-SALDO-APERTURA-EXIT                             00004290
                                                                        00004300
           IF  SI-EXISTE-FOTO                                           00004310
               COMPUTE WK-DELTA-ABS =                                   00004320
           EXIT.                                                        00004470
                                                                        00004480
      ******************************************************************00004490
      ***                   2100-SALDO-APERTURA                     *** 00004500
      ***                   -------------------                     *** 00004510
      * SE TOMA EL SALDO DE APERTURA DE LA POSICION (EL SALDO ANTES    *00004520
      * DE LOS MOVIMIENTOS DEL DIA) CALCULADO POR KJBCCDL.             *00004530
      ******************************************************************00004540
       2100-SALDO-APERTURA.                                             00004550
                                                                        00004560
           MOVE WF-IMPAPERT                   TO WK-IMP-ANTERIOR        00004570
                                                                        00004590
           IF  WF-INDFOTO = CA-CON-FOTO                                 00004593
               SET SI-EXISTE-FOTO             TO TRUE                   00004596
           ELSE                                                         00004600
               SET NO-EXISTE-FOTO             TO TRUE                   00004610
           END-IF                                                       00004790
                                                                        00005010
           .                                                            00005020
       2100-SALDO-APERTURA-EXIT.                                        00005030
           EXIT.                                                        00005040
                                                                        00005050
      ******************************************************************00005060
                 INTO :WF-IDEMPRD , :WF-IDCENTD,                        00008180
                      :WF-IDPRODD , :WF-CODSPROD,                       00008190
                      :WF-CTOSALDO, :WF-CODMONSW,                       00008200
                      :WF-IMPSLDC , :WF-USUAUDIT,                       00008210
                      :WF-IMPAPERT, :WF-INDFOTO                         00008215
           END-EXEC                                                     00008220
                                                                        00008230
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008240
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00008350
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00008360
                     MOVE CA-KJBCCTN          TO WK-RUTINA              00008370
                     MOVE CA-POS-DELTA-DIA    TO WK-TABLA-DB2           00008380
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008390
                                                                        00008400
                     PERFORM 9000-CANCELACION                           00008410
