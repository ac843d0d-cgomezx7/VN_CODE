      *     D7399000 : DCLGEN DE LA TABLA POS_AGRE_SALDO.              *00000168
      *     D7399100 : DCLGEN DE LA TABLA POS_AJUS_RETRO.              *00000169
      *     D7398000 : DCLGEN DE LA TABLA POS_DISP_PMAS_ARCH.          *00000170
      *     D7400600 : DCLGEN DE LA TABLA POS_EMBARGO.                 *00000171
      *-                                                              -*00000170
      *  TABLAS:                                                       *00000180
      *     POS_DISP_PMAS : TABLA QUE CONTIENE POSICIONES DE SALDOS    *00000190
      *                        LLAMANTE INFORMA CENTALTA/CUENTNU SE  *  00090127
      *                        MANTIENE POS_DISP_CONTR EN CADA       *  00090128
      *                        CONSOLIDACION.                        *  00090129
      * VIEWNEXT 15-10-2026    EMBARGOS JUDICIALES (POS_EMBARGO): SE   *00090130
      *                        RECHAZA CON KJ0440 TODA CONSOLIDACION,  *00090131
      *                        REVERSA O BACK-VALUE QUE DEJE EL SALDO  *00090132
      *                        POR DEBAJO DEL IMPORTE EMBARGADO.       *00090133
      * VIEWNEXT 15-10-2026    CENTRO CONTABLE: IDEMPCCO/IDCENCCO SE   *00090134
      *                        RESUELVEN EN CADA ALTA Y ACTUALIZACION  *00090135
      *                        SEGUN POS_CENTRO_CONTAB VIGENTE EN LA   *00090136
      *                        FECHA CONTABLE (SIN MAPA: OPERATIVO).   *00090137
      ******************************************************************00000350
                                                                        00000360
      ******************************************************************00000370
      -                              'ETRO'.                             00000951
               10  CA-POS-DISP-PMAS-ARCH   PIC X(18)   VALUE 'POS_DISP_P00000952
      -                              'MAS_ARCH'.                         00000953
               10  CA-POS-EMBARGO          PIC X(11)   VALUE 'POS_EMBARG00000953
      -                              'O'.                               00000954
               10  CA-POS-CENTRO-CONTAB    PIC X(17)   VALUE 'POS_CENTRO00000955
      -                              '_CONTAB'.                         00000956
               10  CA-EMBARGO-ACTIVO       PIC X(01)   VALUE 'A'.       00000957
      * -- LITERALES                                                    00000940
               10  CA-CODMONSW             PIC X(08)   VALUE 'CODMONSW'.00000950
               10  CA-CTOSALDO             PIC X(08)   VALUE 'CTOSALDO'.00000960
      -                              'N MAS DECIMALES QUE LA MONEDA'.    00001136
               10  CA-ERR-ARCHIVADA        PIC X(44)   VALUE 'POSICION A00001137
      -                              'RCHIVADA, REACTIVAR CON KJBCCRA'.  00001138
               10  CA-ERR-EMBARGO          PIC X(35)   VALUE 'SALDO INFE00001138
      -                              'RIOR AL IMPORTE EMBARGADO'.       00001139
      * -- PARRAFOS                                                     00001120
               10  CA-PRF-1100             PIC X(20)   VALUE '1100-VALID00001130
      -                              'AR-ENTRADA'.                      00001140
      -                              'AR-DECIMALES'.                     00001190
               10  CA-PRF-2107             PIC X(22)   VALUE '2107-VALID00001191
      -                              'AR-ARCHIVO'.                       00001192
               10  CA-PRF-2098             PIC X(21)   VALUE '2098-VALID00001192
      -                              'AR-EMBARGO'.                      00001193
               10  CA-PRF-2108             PIC X(20)   VALUE '2108-CENTR00001194
      -                              'O-CONTABLE'.                      00001195
               10  CA-ERR-AISLAMIENTO      PIC X(30)   VALUE 'NIVEL DE A00001177
      -                              'ISLAMIENTO NO VALIDO'.            00001178
               10  CA-ERR-COMMIT           PIC X(24)   VALUE 'ERROR AL E00001179
           05  WK-IMP-SIN-DECIMALES        PIC S9(15)      USAGE COMP-3.00001203
           05  WK-IMP-UN-DECIMAL           PIC S9(15)V9(1) USAGE COMP-3.00001204
           05  WK-RESTO-COMMIT             PIC 9(02)   COMP.            00001195
           05  WK-IMPORTE-EMBARGADO        PIC S9(15)V9(2) USAGE COMP-3.00001196
           05  WK-SALDO-RESULTANTE         PIC S9(15)V9(2) USAGE COMP-3.00001197
           05  WK-SALDO-PREVIO             PIC S9(15)V9(2) USAGE COMP-3.00001198
           05  WK-FECHA-EMBARGO            PIC X(10).                   00001199
                                                                        00001230
      ******************************************************************00001240
      *                        M E N S A J E S                         *00001250
           10  MM-KJ0438                   PIC X(06)   VALUE 'KJ0438'.  00090212
      * -- KJ0439: POSICION ARCHIVADA, REACTIVAR CON KJBCCRA.            00090213
           10  MM-KJ0439                   PIC X(06)   VALUE 'KJ0439'.  00090214
      * -- KJ0440: SALDO INFERIOR AL IMPORTE EMBARGADO JUDICIALMENTE.   00090215
           10  MM-KJ0440                   PIC X(06)   VALUE 'KJ0440'.  00090216
                                                                        00001470
      ******************************************************************00001480
      *             C O P Y S    Y   D C L G E N S                     *00001490
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS_ARCH (POSICIONES            00001575
      * -- ARCHIVADAS).                                                 00001576
           EXEC SQL INCLUDE D7398000 END-EXEC.                          00001577
                                                                        00001578
      * -- DCLGEN DE LA TABLA POS_EMBARGO (EMBARGOS JUDICIALES).        00001579
           EXEC SQL INCLUDE D7400600 END-EXEC.                          00001580
                                                                        00001581
      * -- DCLGEN DE LA TABLA POS_CENTRO_CONTAB (MAPA DE CENTROS        00001582
      * -- CONTABLES).                                                  00001583
           EXEC SQL INCLUDE D7400700 END-EXEC.                          00001584
      *----------------------------------------------------------------*00001570
      * LINKAGE SECTION                                                *00001580
      *----------------------------------------------------------------*00001590
           PERFORM 2095-VALIDAR-CATALOGOS                               00003563
              THRU 2095-VALIDAR-CATALOGOS-EXIT                          00003564
                                                                        00003565
      * -- EMPRESA/CENTRO CONTABLE DE LA POSICION EN LA FECHA CONTABLE  00003566
      * -- (YA RODADA, EN SU CASO) SEGUN EL MAPA POS_CENTRO_CONTAB.     00003567
           PERFORM 2108-CENTRO-CONTABLE                                 00003568
              THRU 2108-CENTRO-CONTABLE-EXIT                            00003569
                                                                        00003570
      * -- EMBARGO JUDICIAL: EL NUEVO SALDO (CERO EN UNA REVERSA) NO    00003571
      * -- PUEDE REDUCIR LA POSICION POR DEBAJO DEL IMPORTE EMBARGADO.  00003572
           MOVE G6524-IMPSLDC                TO WK-SALDO-RESULTANTE     00003573
           MOVE G6524-FECCONSO               TO WK-FECHA-EMBARGO        00003574
                                                                        00003575
           PERFORM 2098-VALIDAR-EMBARGO                                 00003576
              THRU 2098-VALIDAR-EMBARGO-EXIT                            00003577
                                                                        00003578
      * -- CONTROL DE PLAUSIBILIDAD: UN IMPORTE FUERA DE LA TOLERANCIA  00003579
      * -- DEL PRODUCTO SE APARCA EN POS_DISP_SUSP Y NO SE APLICA. LA   00003580
      * -- REVERSA (SALDO A CERO) Y LA LIBERACION DE UN SUSPENSO YA     00003581
      * -- APROBADO (KJYCCPD-FORZAR-TOLERANCIA) NO SE CONTROLAN.        00003582
           IF  KJYCCPD-TIPO-OPER NOT = CA-REVERSE AND                   00003583
               NOT KJYCCPD-FORZAR-TOLERANCIA                            00003584
               PERFORM 2070-VALIDAR-TOLERANCIA                          00003585
                  THRU 2070-VALIDAR-TOLERANCIA-EXIT                     00003586
           END-IF                                                       00003587
                                                                        00003561
           PERFORM 2050-GUARDAR-HISTORICO                               00003562
              THRU 2050-GUARDAR-HISTORICO-EXIT                          00003563
               UPDATE POS_DISP_PMAS                                     00003580
                  SET G6524_IMPSLDC  = :G6524-IMPSLDC ,                 00003590
                      G6524_FECCONSO = :G6524-FECCONSO,                 00003600
                      G6524_IDEMPCCO = :G6524-IDEMPCCO,                 00003601
                      G6524_IDCENCCO = :G6524-IDCENCCO,                 00003602
                      G6524_CDENTUMO = :G6524-CDENTUMO,                 00003610
                      G6524_CDOFIUMO = :G6524-CDOFIUMO,                 00003620
                      G6524_USUAUDIT = :G6524-USUAUDIT,                 00003630
               UPDATE POS_DISP_PMAS                                     00003725
                  SET G6524_IMPSLDC  = :G6524-IMPSLDC ,                 00003726
                      G6524_FECCONSO = :G6524-FECCONSO,                 00003727
                      G6524_IDEMPCCO = :G6524-IDEMPCCO,                 00003728
                      G6524_IDCENCCO = :G6524-IDCENCCO,                 00003729
                      G6524_CDENTUMO = :G6524-CDENTUMO,                 00003730
                      G6524_CDOFIUMO = :G6524-CDOFIUMO,                 00003731
                      G6524_USUAUDIT = :G6524-USUAUDIT,                 00003732
                      G6524_CDTERUMO = :G6524-CDTERUMO,                 00003733
                      G6524_CONTCUR  =  CURRENT TIMESTAMP               00003734
                WHERE G6524_IDEMPRD  = :G6524-IDEMPRD                   00003735
                  AND G6524_IDCENTD  = :G6524-IDCENTD                   00003736
                  AND G6524_IDPRODD  = :G6524-IDPRODD                   00003737
                  AND G6524_CODSPROD = :G6524-CODSPROD                  00003738
                  AND G6524_CTOSALDO = :G6524-CTOSALDO                  00003739
                  AND G6524_CODMONSW = :G6524-CODMONSW                  00003740
                  AND G6524_CONTCUR  = :KJYCCPD-CONTCUR-ESPERADO        00003741
               END-EXEC                                                 00003742
           END-IF                                                       00003743
                                                                        00003730
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003740
                                                                        00003750
           COMPUTE WK-DELTA-RETRO =                                     00004544
                   KJYCCPD-IMPORTE-CONSO - WK-IMPSLDC-EN-FECHA          00004545
                                                                        00004546
      * -- EL AJUSTE BACK-VALUE SE TRASLADA AL SALDO VIGENTE, QUE       00004547
      * -- TAMPOCO PUEDE QUEDAR POR DEBAJO DEL IMPORTE EMBARGADO.       00004548
           COMPUTE WK-SALDO-RESULTANTE =                                00004549
                   WK-IMPSLDC-ACTUAL + WK-DELTA-RETRO                   00004550
           MOVE WK-FECCONSO-ACTUAL           TO WK-FECHA-EMBARGO        00004551
                                                                        00004552
           PERFORM 2098-VALIDAR-EMBARGO                                 00004553
              THRU 2098-VALIDAR-EMBARGO-EXIT                            00004554
                                                                        00004555
           PERFORM 2088-INSERTAR-FOTO-RETRO                             00004556
              THRU 2088-INSERTAR-FOTO-RETRO-EXIT                        00004557
                                                                        00004558
           PERFORM 2089-RECOMPONER-FOTOS                                00004559
              THRU 2089-RECOMPONER-FOTOS-EXIT                           00004560
                                                                        00004561
           PERFORM 2091-REGISTRAR-AJUSTE                                00004562
              THRU 2091-REGISTRAR-AJUSTE-EXIT                           00004563
                                                                        00004564
           MOVE WK-DELTA-RETRO               TO WK-DELTA-AGREGADO       00004565
           MOVE ZEROES                       TO WK-DELTA-NUMPOS         00004566
                                                                        00004567
           PERFORM 2066-APLICAR-DELTA-AGREGADO                          00004568
              THRU 2066-APLICAR-DELTA-AGREGADO-EXIT                     00004569
                                                                        00004570
           MOVE MM-KJ0437                    TO KJYCCPD-MENSAJE         00004571
           MOVE CA-AVISO-BACKVAL             TO KJYCCPD-DESCRIPCION     00004572
           MOVE KJYCCPD-FECHA-CONTABLE       TO KJYCCPD-FECHA-APLICADA  00004573
                                                                        00004574
           .                                                            00004575
       2085-PROCESAR-BACK-VALUE-EXIT.                                   00004576
           EXIT.                                                        00004577
                                                                        00004578
      ******************************************************************00004579
      * 2086-LEER-POSICION-VIGENTE.                                    *00004580
      *  SE RECUPERA EL SALDO Y LA FECHA DE CONSOLIDACION VIGENTES DE  *00004581
      *  LA POSICION. UNA OPERACION BACK-VALUE SOBRE UNA POSICION      *00004582
      *  INEXISTENTE SE RECHAZA.                                       *00004583
      ******************************************************************00004584
       2086-LEER-POSICION-VIGENTE.                                      00004585
                                                                        00004586
           EXEC SQL                                                     00004587
                SELECT G6524_IMPSLDC , G6524_FECCONSO                   00004588
                  INTO :WK-IMPSLDC-ACTUAL, :WK-FECCONSO-ACTUAL          00004589
                  FROM POS_DISP_PMAS                                    00004590
                 WHERE G6524_IDEMPRD  = :G6524-IDEMPRD                  00004591
                   AND G6524_IDCENTD  = :G6524-IDCENTD                  00004592
                   AND G6524_IDPRODD  = :G6524-IDPRODD                  00004593
                   AND G6524_CODSPROD = :G6524-CODSPROD                 00004594
                   AND G6524_CTOSALDO = :G6524-CTOSALDO                 00004595
                   AND G6524_CODMONSW = :G6524-CODMONSW                 00004596
           END-EXEC                                                     00004597
                                                                        00004598
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004599
                                                                        00004600
           EVALUATE  TRUE                                               00004601
               WHEN  DB2-OK                                             00004602
                     CONTINUE                                           00004603
                                                                        00004604
               WHEN  DB2-CLV-NOT-FOUND                                  00004605
                     MOVE CA-88              TO KJYCCPD-RETORNO         00004606
                     MOVE MM-XX0013          TO KJYCCPD-MENSAJE         00004607
                     MOVE CA-PRF-2085        TO KJYCCPD-PARRAFO         00004608
                     MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA          00004609
                     MOVE KJYCCPD-ENTRADA    TO KJYCCPD-DATOS           00004610
                     MOVE CA-ERR-BACKVAL-SIN-POS                        00004611
                                             TO KJYCCPD-DESCRIPCION     00004612
                                                                        00004613
                     PERFORM 3000-FIN                                   00004614
                        THRU 3000-FIN-EXIT                              00004615
                                                                        00004616
               WHEN  OTHER                                              00004617
                     MOVE CA-99              TO KJYCCPD-RETORNO         00004618
                     MOVE MM-XX3333          TO KJYCCPD-MENSAJE         00004619
                     MOVE CA-ERROR-DB2       TO KJYCCPD-DESCRIPCION     00004620
                     MOVE SQLCODE            TO KJYCCPD-SQLCODE         00004621
                     MOVE SQLCA              TO KJYCCPD-SQLCA           00004622
                     MOVE CA-PRF-2085        TO KJYCCPD-PARRAFO         00004623
                     MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA          00004624
                     MOVE CA-POS-DISP-PMAS   TO KJYCCPD-TABLA           00004625
                     MOVE CA-SELECT          TO KJYCCPD-FUNCION         00004626
                                                KJYCCPD-ACCESO          00004627
                                                                        00004628
                     PERFORM 3000-FIN                                   00004629
                        THRU 3000-FIN-EXIT                              00004630
                                                                        00004631
           END-EVALUATE                                                 00004632
                                                                        00004633
           .                                                            00004634
       2086-LEER-POSICION-VIGENTE-EXIT.                                 00004635
           EXIT.                                                        00004636
                                                                        00004637
      ******************************************************************00004638
      * 2087-SALDO-EN-FECHA-VALOR.                                     *00004639
      *  SE RECUPERA EL SALDO QUE ESTABA EN VIGOR EN LA FECHA VALOR    *00004640
      *  SEGUN LA LINEA TEMPORAL POS_DISP_PMAS_HIST (ULTIMA FOTO CON   *00004641
      *  FECHA CONTABLE NO POSTERIOR). SIN FOTO ANTERIOR EL SALDO DE   *00004642
      *  PARTIDA ES CERO.                                              *00004643
      ******************************************************************00004644
       2087-SALDO-EN-FECHA-VALOR.                                       00004645
                                                                        00004646
           MOVE ZEROES                       TO WK-IMPSLDC-EN-FECHA     00004647
                                                                        00004648
           EXEC SQL                                                     00004649
                SELECT G6524H_IMPSLDC                                   00004650
                  INTO :WK-IMPSLDC-EN-FECHA                             00004651
                  FROM POS_DISP_PMAS_HIST                               00004652
                 WHERE G6524H_IDEMPRD  = :G6524-IDEMPRD                 00004653
                   AND G6524H_IDCENTD  = :G6524-IDCENTD                 00004654
                   AND G6524H_IDPRODD  = :G6524-IDPRODD                 00004655
                   AND G6524H_CODSPROD = :G6524-CODSPROD                00004656
                   AND G6524H_CTOSALDO = :G6524-CTOSALDO                00004657
                   AND G6524H_CODMONSW = :G6524-CODMONSW                00004658
                   AND G6524H_FECCONSO <= :KJYCCPD-FECHA-CONTABLE       00004659
                 ORDER BY G6524H_FECCONSO DESC, G6524H_FECHIST DESC     00004660
                 FETCH FIRST 1 ROW ONLY                                 00004661
           END-EXEC                                                     00004662
                                                                        00004663
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004664
                                                                        00004665
           EVALUATE  TRUE                                               00004666
               WHEN  DB2-OK                                             00004667
                     CONTINUE                                           00004668
                                                                        00004669
               WHEN  DB2-CLV-NOT-FOUND                                  00004670
                     MOVE ZEROES             TO WK-IMPSLDC-EN-FECHA     00004671
                                                                        00004672
               WHEN  OTHER                                              00004673
                     MOVE CA-99              TO KJYCCPD-RETORNO         00004674
                     MOVE MM-XX3333          TO KJYCCPD-MENSAJE         00004675
                     MOVE CA-ERROR-DB2       TO KJYCCPD-DESCRIPCION     00004676
                     MOVE SQLCODE            TO KJYCCPD-SQLCODE         00004677
                     MOVE SQLCA              TO KJYCCPD-SQLCA           00004678
                     MOVE CA-PRF-2085        TO KJYCCPD-PARRAFO         00004679
                     MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA          00004680
                     MOVE CA-POS-DISP-PMAS-HIST                         00004681
                                             TO KJYCCPD-TABLA           00004682
                     MOVE CA-SELECT          TO KJYCCPD-FUNCION         00004683
                                                KJYCCPD-ACCESO          00004684
                                                                        00004685
                     PERFORM 3000-FIN                                   00004686
                        THRU 3000-FIN-EXIT                              00004687
                                                                        00004688
           END-EVALUATE                                                 00004689
                                                                        00004690
           .                                                            00004691
       2087-SALDO-EN-FECHA-VALOR-EXIT.                                  00004692
           EXIT.                                                        00004693
                                                                        00004694
      ******************************************************************00004695
      * 2088-INSERTAR-FOTO-RETRO.                                      *00004696
      *  SE INSERTA EN POS_DISP_PMAS_HIST LA FOTO DEL SALDO CORRECTO   *00004697
      *  EN LA FECHA VALOR DEL MOVIMIENTO BACK-VALUE.                  *00004698
      ******************************************************************00004699
       2088-INSERTAR-FOTO-RETRO.                                        00004700
                                                                        00004701
           EXEC SQL                                                     00004702
                INSERT INTO POS_DISP_PMAS_HIST                          00004703
                      ( G6524H_IDEMPRD , G6524H_IDCENTD ,               00004704
                        G6524H_IDPRODD , G6524H_CODSPROD,               00004705
                        G6524H_CTOSALDO, G6524H_CODMONSW,               00004706
                        G6524H_IMPSLDC , G6524H_FECCONSO,               00004707
                        G6524H_CDENTUMO, G6524H_CDOFIUMO,               00004708
                        G6524H_USUAUDIT, G6524H_FECHIST )               00004709
                VALUES                                                  00004710
                      ( :G6524-IDEMPRD , :G6524-IDCENTD ,               00004711
                        :G6524-IDPRODD , :G6524-CODSPROD,               00004712
                        :G6524-CTOSALDO, :G6524-CODMONSW,               00004713
                        :KJYCCPD-IMPORTE-CONSO,                         00004714
                        :KJYCCPD-FECHA-CONTABLE,                        00004715
                        :G6524-CDENTUMO, :G6524-CDOFIUMO,               00004716
                        :G6524-USUAUDIT, CURRENT TIMESTAMP )            00004717
           END-EXEC                                                     00004718
                                                                        00004719
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004720
                                                                        00004721
           IF  NOT DB2-OK                                               00004722
               MOVE CA-99                    TO KJYCCPD-RETORNO         00004723
               MOVE MM-XX3333                TO KJYCCPD-MENSAJE         00004724
               MOVE CA-ERROR-DB2             TO KJYCCPD-DESCRIPCION     00004725
               MOVE SQLCODE                  TO KJYCCPD-SQLCODE         00004726
               MOVE SQLCA                    TO KJYCCPD-SQLCA           00004727
               MOVE CA-PRF-2085              TO KJYCCPD-PARRAFO         00004728
               MOVE CA-KJBCCPD               TO KJYCCPD-RUTINA          00004729
               MOVE CA-POS-DISP-PMAS-HIST    TO KJYCCPD-TABLA           00004730
               MOVE CA-INSERT                TO KJYCCPD-FUNCION         00004731
                                                KJYCCPD-ACCESO          00004732
                                                                        00004733
               PERFORM 3000-FIN                                         00004734
                  THRU 3000-FIN-EXIT                                    00004735
                                                                        00004736
           END-IF                                                       00004737
                                                                        00004738
           .                                                            00004739
       2088-INSERTAR-FOTO-RETRO-EXIT.                                   00004740
           EXIT.                                                        00004741
                                                                        00004742
      ******************************************************************00004743
      * 2089-RECOMPONER-FOTOS.                                         *00004744
      *  SE RECOMPONEN POR DELTA LAS FOTOS POSTERIORES A LA FECHA      *00004745
      *  VALOR Y EL SALDO VIGENTE DE LA POSICION.                      *00004746
      ******************************************************************00004747
       2089-RECOMPONER-FOTOS.                                           00004748
                                                                        00004749
           EXEC SQL                                                     00004750
                UPDATE POS_DISP_PMAS_HIST                               00004751
                   SET G6524H_IMPSLDC  = G6524H_IMPSLDC +               00004752
                                         :WK-DELTA-RETRO                00004753
                 WHERE G6524H_IDEMPRD  = :G6524-IDEMPRD                 00004754
                   AND G6524H_IDCENTD  = :G6524-IDCENTD                 00004755
                   AND G6524H_IDPRODD  = :G6524-IDPRODD                 00004756
                   AND G6524H_CODSPROD = :G6524-CODSPROD                00004757
                   AND G6524H_CTOSALDO = :G6524-CTOSALDO                00004758
                   AND G6524H_CODMONSW = :G6524-CODMONSW                00004759
                   AND G6524H_FECCONSO > :KJYCCPD-FECHA-CONTABLE        00004760
           END-EXEC                                                     00004761
                                                                        00004762
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004763
                                                                        00004764
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00004765
               MOVE CA-99                    TO KJYCCPD-RETORNO         00004766
               MOVE MM-XX3333                TO KJYCCPD-MENSAJE         00004767
               MOVE CA-ERROR-DB2             TO KJYCCPD-DESCRIPCION     00004768
               MOVE SQLCODE                  TO KJYCCPD-SQLCODE         00004769
               MOVE SQLCA                    TO KJYCCPD-SQLCA           00004770
               MOVE CA-PRF-2085              TO KJYCCPD-PARRAFO         00004771
               MOVE CA-KJBCCPD               TO KJYCCPD-RUTINA          00004772
               MOVE CA-POS-DISP-PMAS-HIST    TO KJYCCPD-TABLA           00004773
               MOVE CA-UPDATE                TO KJYCCPD-FUNCION         00004774
                                                KJYCCPD-ACCESO          00004775
                                                                        00004776
               PERFORM 3000-FIN                                         00004777
                  THRU 3000-FIN-EXIT                                    00004778
                                                                        00004779
           END-IF                                                       00004780
                                                                        00004781
           EXEC SQL                                                     00004782
                UPDATE POS_DISP_PMAS                                    00004783
                   SET G6524_IMPSLDC  = G6524_IMPSLDC +                 00004784
                                        :WK-DELTA-RETRO,                00004785
                       G6524_CDENTUMO = :G6524-CDENTUMO,                00004786
                       G6524_CDOFIUMO = :G6524-CDOFIUMO,                00004787
                       G6524_USUAUDIT = :G6524-USUAUDIT,                00004788
                       G6524_CDTERUMO = :G6524-CDTERUMO,                00004789
                       G6524_CONTCUR  =  CURRENT TIMESTAMP              00004790
                 WHERE G6524_IDEMPRD  = :G6524-IDEMPRD                  00004791
                   AND G6524_IDCENTD  = :G6524-IDCENTD                  00004792
                   AND G6524_IDPRODD  = :G6524-IDPRODD                  00004793
                   AND G6524_CODSPROD = :G6524-CODSPROD                 00004794
                   AND G6524_CTOSALDO = :G6524-CTOSALDO                 00004795
                   AND G6524_CODMONSW = :G6524-CODMONSW                 00004796
           END-EXEC                                                     00004797
                                                                        00004798
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004799
                                                                        00004800
           IF  NOT DB2-OK                                               00004801
               MOVE CA-99                    TO KJYCCPD-RETORNO         00004802
               MOVE MM-XX3333                TO KJYCCPD-MENSAJE         00004803
               MOVE CA-ERROR-DB2             TO KJYCCPD-DESCRIPCION     00004804
               MOVE SQLCODE                  TO KJYCCPD-SQLCODE         00004805
               MOVE SQLCA                    TO KJYCCPD-SQLCA           00004806
               MOVE CA-PRF-2085              TO KJYCCPD-PARRAFO         00004807
               MOVE CA-KJBCCPD               TO KJYCCPD-RUTINA          00004808
               MOVE CA-POS-DISP-PMAS         TO KJYCCPD-TABLA           00004809
               MOVE CA-UPDATE                TO KJYCCPD-FUNCION         00004810
                                                KJYCCPD-ACCESO          00004811
                                                                        00004812
               PERFORM 3000-FIN                                         00004813
                  THRU 3000-FIN-EXIT                                    00004814
                                                                        00004815
           END-IF                                                       00004816
                                                                        00004817
           .                                                            00004818
       2089-RECOMPONER-FOTOS-EXIT.                                      00004819
           EXIT.                                                        00004820
                                                                        00004821
      ******************************************************************00004822
      * 2091-REGISTRAR-AJUSTE.                                         *00004823
      *  SE ANOTA EL AJUSTE BACK-VALUE EN POS_AJUS_RETRO PARA QUE EL   *00004824
      *  LISTADO KJBCCBV PERMITA MARCAR PARA REEMISION LOS INFORMES    *00004825
      *  DIARIOS YA EMITIDOS DE LAS FECHAS AFECTADAS.                  *00004826
      ******************************************************************00004827
       2091-REGISTRAR-AJUSTE.                                           00004828
                                                                        00004829
           EXEC SQL                                                     00004830
                INSERT INTO POS_AJUS_RETRO                              00004831
                      ( G6544_IDEMPRD , G6544_IDCENTD ,                 00004832
                        G6544_IDPRODD , G6544_CODSPROD,                 00004833
                        G6544_CTOSALDO, G6544_CODMONSW,                 00004834
                        G6544_FECVALOR, G6544_IMPNUEVO,                 00004835
                        G6544_IMPDELTA, G6544_USUAUDIT,                 00004836
                        G6544_FECPROC )                                 00004837
                VALUES                                                  00004838
                      ( :G6524-IDEMPRD , :G6524-IDCENTD ,               00004839
                        :G6524-IDPRODD , :G6524-CODSPROD,               00004840
                        :G6524-CTOSALDO, :G6524-CODMONSW,               00004841
                        :KJYCCPD-FECHA-CONTABLE,                        00004842
                        :KJYCCPD-IMPORTE-CONSO,                         00004843
                        :WK-DELTA-RETRO, :G6524-USUAUDIT,               00004844
                        CURRENT TIMESTAMP )                             00004845
           END-EXEC                                                     00004846
                                                                        00004847
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004848
                                                                        00004849
           IF  NOT DB2-OK                                               00004850
               MOVE CA-99                    TO KJYCCPD-RETORNO         00004851
               MOVE MM-XX3333                TO KJYCCPD-MENSAJE         00004852
               MOVE CA-ERROR-DB2             TO KJYCCPD-DESCRIPCION     00004853
               MOVE SQLCODE                  TO KJYCCPD-SQLCODE         00004854
               MOVE SQLCA                    TO KJYCCPD-SQLCA           00004855
               MOVE CA-PRF-2085              TO KJYCCPD-PARRAFO         00004856
               MOVE CA-KJBCCPD               TO KJYCCPD-RUTINA          00004857
               MOVE CA-POS-AJUS-RETRO        TO KJYCCPD-TABLA           00004858
               MOVE CA-INSERT                TO KJYCCPD-FUNCION         00004859
                                                KJYCCPD-ACCESO          00004860
                                                                        00004861
               PERFORM 3000-FIN                                         00004862
                  THRU 3000-FIN-EXIT                                    00004863
                                                                        00004864
           END-IF                                                       00004865
                                                                        00004866
           .                                                            00004867
       2091-REGISTRAR-AJUSTE-EXIT.                                      00004868
           EXIT.                                                        00004869
                                                                        00004870
      ******************************************************************00004350
      * 2090-CONTROL-CIERRE-DIA.                                       *00004351
      *  SE COMPRUEBA SI LA FECHA CONTABLE DEL MOVIMIENTO ESTA CERRADA *00004352
           EXIT.                                                        00004497
                                                                        00004444
      ******************************************************************00004445
      * 2098-VALIDAR-EMBARGO.                                          *00004446
      *  SE OBTIENE EL IMPORTE RETENIDO POR LOS EMBARGOS JUDICIALES    *00004447
      *  ACTIVOS DE LA POSICION EN WK-FECHA-EMBARGO (POS_EMBARGO). SI  *00004448
      *  EL SALDO RESULTANTE WK-SALDO-RESULTANTE QUEDA POR DEBAJO DE   *00004449
      *  ESE IMPORTE Y ADEMAS REDUCE EL SALDO VIGENTE, EL MOVIMIENTO   *00004450
      *  SE RECHAZA CON KJ0440. UN MOVIMIENTO QUE AUMENTA EL SALDO SE  *00004451
      *  ADMITE AUNQUE TODAVIA NO CUBRA EL EMBARGO.                    *00004452
      ******************************************************************00004453
       2098-VALIDAR-EMBARGO.                                            00004454
                                                                        00004455
           INITIALIZE DCLPOS-EMBARGO                                    00004456
                                                                        00004457
           MOVE CA-EMBARGO-ACTIVO            TO G6559-ESTADO            00004458
                                                                        00004459
           EXEC SQL                                                     00004460
                SELECT COALESCE(SUM(G6559_IMPRETEN), 0)                 00004461
                  INTO :WK-IMPORTE-EMBARGADO                            00004462
                  FROM POS_EMBARGO                                      00004463
                 WHERE G6559_IDEMPRD  = :G6524-IDEMPRD                  00004464
                   AND G6559_IDCENTD  = :G6524-IDCENTD                  00004465
                   AND G6559_IDPRODD  = :G6524-IDPRODD                  00004466
                   AND G6559_CODSPROD = :G6524-CODSPROD                 00004467
                   AND G6559_CTOSALDO = :G6524-CTOSALDO                 00004468
                   AND G6559_CODMONSW = :G6524-CODMONSW                 00004469
                   AND G6559_ESTADO   = :G6559-ESTADO                   00004470
                   AND G6559_FECINICI <= :WK-FECHA-EMBARGO              00004471
                   AND G6559_FECFIN   >= :WK-FECHA-EMBARGO              00004472
           END-EXEC                                                     00004473
                                                                        00004474
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004475
                                                                        00004476
           IF  NOT DB2-OK                                               00004477
               IF  DB2-RECURSO-NO-DISPONIBLE OR                         00004478
                   DB2-TABLA-BLOQUEADA                                  00004479
                   MOVE MM-XX9520            TO KJYCCPD-MENSAJE         00004480
                   MOVE CA-ERR-RECURSO       TO KJYCCPD-DESCRIPCION     00004481
               ELSE                                                     00004482
                   MOVE MM-XX3333            TO KJYCCPD-MENSAJE         00004483
                   MOVE CA-ERROR-DB2         TO KJYCCPD-DESCRIPCION     00004484
               END-IF                                                   00004485
                                                                        00004486
               MOVE CA-99                    TO KJYCCPD-RETORNO         00004487
               MOVE SQLCODE                  TO KJYCCPD-SQLCODE         00004488
               MOVE SQLCA                    TO KJYCCPD-SQLCA           00004489
               MOVE CA-PRF-2098              TO KJYCCPD-PARRAFO         00004490
               MOVE CA-KJBCCPD               TO KJYCCPD-RUTINA          00004491
               MOVE DCLPOS-EMBARGO           TO KJYCCPD-DATOS           00004492
               MOVE CA-POS-EMBARGO           TO KJYCCPD-TABLA           00004493
               MOVE CA-SELECT                TO KJYCCPD-FUNCION         00004494
                                                KJYCCPD-ACCESO          00004495
                                                                        00004496
               PERFORM 3000-FIN                                         00004497
                  THRU 3000-FIN-EXIT                                    00004498
                                                                        00004499
           END-IF                                                       00004500
                                                                        00004501
      * -- SIN EMBARGO ACTIVO O CON EL EMBARGO CUBIERTO: SIN CONTROL.   00004502
           IF  WK-IMPORTE-EMBARGADO = ZEROES OR                         00004503
               WK-SALDO-RESULTANTE NOT < WK-IMPORTE-EMBARGADO           00004504
               GO TO 2098-VALIDAR-EMBARGO-EXIT                          00004505
           END-IF                                                       00004506
                                                                        00004507
           PERFORM 2099-LEER-SALDO-PREVIO                               00004508
              THRU 2099-LEER-SALDO-PREVIO-EXIT                          00004509
                                                                        00004510
           IF  WK-SALDO-RESULTANTE < WK-SALDO-PREVIO                    00004511
               MOVE CA-88                    TO KJYCCPD-RETORNO         00004512
               MOVE MM-KJ0440                TO KJYCCPD-MENSAJE         00004513
               MOVE CA-PRF-2098              TO KJYCCPD-PARRAFO         00004514
               MOVE CA-KJBCCPD               TO KJYCCPD-RUTINA          00004515
               MOVE KJYCCPD-ENTRADA          TO KJYCCPD-DATOS           00004516
               MOVE CA-ERR-EMBARGO           TO KJYCCPD-DESCRIPCION     00004517
                                                                        00004518
               PERFORM 3000-FIN                                         00004519
                  THRU 3000-FIN-EXIT                                    00004520
                                                                        00004521
           END-IF                                                       00004522
                                                                        00004523
           .                                                            00004524
       2098-VALIDAR-EMBARGO-EXIT.                                       00004525
           EXIT.                                                        00004526
                                                                        00004527
      ******************************************************************00004528
      * 2099-LEER-SALDO-PREVIO.                                        *00004529
      *  SE RECUPERA EL SALDO CONSOLIDADO VIGENTE DE LA POSICION PARA  *00004530
      *  SABER SI EL MOVIMIENTO LO REDUCE. SI LA POSICION NO EXISTE SE *00004531
      *  TOMA COMO SALDO PREVIO EL RESULTANTE (NO HAY REDUCCION).      *00004532
      ******************************************************************00004533
       2099-LEER-SALDO-PREVIO.                                          00004534
                                                                        00004535
           EXEC SQL                                                     00004536
                SELECT G6524_IMPSLDC                                    00004537
                  INTO :WK-SALDO-PREVIO                                 00004538
                  FROM POS_DISP_PMAS                                    00004539
                 WHERE G6524_IDEMPRD  = :G6524-IDEMPRD                  00004540
                   AND G6524_IDCENTD  = :G6524-IDCENTD                  00004541
                   AND G6524_IDPRODD  = :G6524-IDPRODD                  00004542
                   AND G6524_CODSPROD = :G6524-CODSPROD                 00004543
                   AND G6524_CTOSALDO = :G6524-CTOSALDO                 00004544
                   AND G6524_CODMONSW = :G6524-CODMONSW                 00004545
           END-EXEC                                                     00004546
                                                                        00004547
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004548
                                                                        00004549
           EVALUATE  TRUE                                               00004550
               WHEN  DB2-OK                                             00004551
                     CONTINUE                                           00004552
                                                                        00004553
               WHEN  DB2-CLV-NOT-FOUND                                  00004554
                     MOVE WK-SALDO-RESULTANTE                           00004555
                                             TO WK-SALDO-PREVIO         00004556
                                                                        00004557
               WHEN  OTHER                                              00004558
                     MOVE CA-99              TO KJYCCPD-RETORNO         00004559
                     MOVE MM-XX3333          TO KJYCCPD-MENSAJE         00004560
                     MOVE CA-ERROR-DB2       TO KJYCCPD-DESCRIPCION     00004561
                     MOVE SQLCODE            TO KJYCCPD-SQLCODE         00004562
                     MOVE SQLCA              TO KJYCCPD-SQLCA           00004563
                     MOVE CA-PRF-2098        TO KJYCCPD-PARRAFO         00004564
                     MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA          00004565
                     MOVE CA-POS-DISP-PMAS   TO KJYCCPD-TABLA           00004566
                     MOVE CA-SELECT          TO KJYCCPD-FUNCION         00004567
                                                KJYCCPD-ACCESO          00004568
                                                                        00004569
                     PERFORM 3000-FIN                                   00004570
                        THRU 3000-FIN-EXIT                              00004571
                                                                        00004572
           END-EVALUATE                                                 00004573
                                                                        00004574
           .                                                            00004575
       2099-LEER-SALDO-PREVIO-EXIT.                                     00004576
           EXIT.                                                        00004577
                                                                        00004578
      ******************************************************************00004579
      * 2070-VALIDAR-TOLERANCIA.                                       *00004580
      * SE CONTRASTA EL IMPORTE CONSOLIDADO RECIBIDO CONTRA LOS        *00004581
      * LIMITES DE PLAUSIBILIDAD DEL PRODUCTO/SUBPRODUCTO EN           *00004582
      * POS_TOL_IMPSLDC. SIN FILA DE TOLERANCIA NO HAY CONTROL. UN     *00004583
      * IMPORTE FUERA DE LIMITES SE APARCA EN POS_DISP_SUSP Y LA       *00004584
      * RUTINA DEVUELVE KJ0427 SIN APLICAR LA ACTUALIZACION.           *00004585
      ******************************************************************00004586
       2070-VALIDAR-TOLERANCIA.                                         00004587
                                                                        00004588
           INITIALIZE DCLPOS-TOL-IMPSLDC                                00004589
                                                                        00004590
           EXEC SQL                                                     00004591
                SELECT G6528_IMPMINIMO, G6528_IMPMAXIMO                 00004592
                 INTO :G6528-IMPMINIMO, :G6528-IMPMAXIMO                00004593
                 FROM POS_TOL_IMPSLDC                                   00004594
                WHERE G6528_IDPRODD  = :G6524-IDPRODD                   00004595
                  AND G6528_CODSPROD = :G6524-CODSPROD                  00004596
           END-EXEC                                                     00004597
                                                                        00004598
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004599
                                                                        00004600
           EVALUATE  TRUE                                               00004601
               WHEN  DB2-OK                                             00004602
                     IF  G6524-IMPSLDC < G6528-IMPMINIMO OR             00004603
                         G6524-IMPSLDC > G6528-IMPMAXIMO                00004604
                         PERFORM 2080-APARCAR-SUSPENSO                  00004605
                            THRU 2080-APARCAR-SUSPENSO-EXIT             00004606
                                                                        00004607
                         MOVE CA-88            TO KJYCCPD-RETORNO       00004608
                         MOVE MM-KJ0427        TO KJYCCPD-MENSAJE       00004609
                         MOVE CA-PRF-2070      TO KJYCCPD-PARRAFO       00004610
                         MOVE CA-KJBCCPD       TO KJYCCPD-RUTINA        00004611
                         MOVE KJYCCPD-ENTRADA  TO KJYCCPD-DATOS         00004612
                         MOVE CA-ERR-TOLERANCIA                         00004613
                                               TO KJYCCPD-DESCRIPCION   00004614
                                                                        00004615
                         PERFORM 3000-FIN                               00004616
                            THRU 3000-FIN-EXIT                          00004617
                     END-IF                                             00004618
                                                                        00004619
               WHEN  DB2-CLV-NOT-FOUND                                  00004620
      * -- PRODUCTO SIN TOLERANCIA PARAMETRIZADA: SIN CONTROL.          00004621
                     CONTINUE                                           00004622
                                                                        00004623
               WHEN  OTHER                                              00004624
                     IF  DB2-RECURSO-NO-DISPONIBLE OR                   00004625
                         DB2-TABLA-BLOQUEADA                            00004626
                         MOVE MM-XX9520      TO KJYCCPD-MENSAJE         00004627
                         MOVE CA-ERR-RECURSO TO KJYCCPD-DESCRIPCION     00004628
                     ELSE                                               00004629
                         MOVE MM-XX3333      TO KJYCCPD-MENSAJE         00004630
                         MOVE CA-ERROR-DB2   TO KJYCCPD-DESCRIPCION     00004631
                     END-IF                                             00004632
                                                                        00004633
                     MOVE CA-99              TO KJYCCPD-RETORNO         00004634
                     MOVE SQLCODE            TO KJYCCPD-SQLCODE         00004635
                     MOVE SQLCA              TO KJYCCPD-SQLCA           00004636
                     MOVE CA-PRF-2070        TO KJYCCPD-PARRAFO         00004637
                     MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA          00004638
                     MOVE DCLPOS-TOL-IMPSLDC TO KJYCCPD-DATOS           00004639
                     MOVE CA-POS-TOL-IMPSLDC TO KJYCCPD-TABLA           00004640
                     MOVE CA-SELECT          TO KJYCCPD-FUNCION         00004641
                                                KJYCCPD-ACCESO          00004642
                                                                        00004643
                     PERFORM 3000-FIN                                   00004644
                        THRU 3000-FIN-EXIT                              00004645
                                                                        00004646
           END-EVALUATE                                                 00004647
                                                                        00004648
           .                                                            00004649
       2070-VALIDAR-TOLERANCIA-EXIT.                                    00004650
           EXIT.                                                        00004651
                                                                        00004652
      ******************************************************************00004653
      * 2080-APARCAR-SUSPENSO.                                         *00004654
      * SE DA DE ALTA EN POS_DISP_SUSP, EN ESTADO PENDIENTE, LA        *00004655
      * CONSOLIDACION CUYO IMPORTE QUEDO FUERA DE TOLERANCIA, PARA SU  *00004656
      * POSTERIOR APLICACION O DESCARTE POR OPERACIONES (KJBCCSR).     *00004657
      ******************************************************************00004658
       2080-APARCAR-SUSPENSO.                                           00004659
                                                                        00004660
           INITIALIZE DCLPOS-DISP-SUSP                                  00004661
                                                                        00004662
           MOVE G6524-IDEMPRD                TO G6529-IDEMPRD           00004663
           MOVE G6524-IDCENTD                TO G6529-IDCENTD           00004664
           MOVE G6524-IDPRODD                TO G6529-IDPRODD           00004665
           MOVE G6524-CODSPROD               TO G6529-CODSPROD          00004666
           MOVE G6524-CTOSALDO               TO G6529-CTOSALDO          00004667
           MOVE G6524-CODMONSW               TO G6529-CODMONSW          00004668
           MOVE KJYCCPD-IMPORTE-CONSO        TO G6529-IMPSLDC           00004669
           MOVE G6524-FECCONSO               TO G6529-FECCONSO          00004670
           MOVE KJYCCPD-TIPO-OPER            TO G6529-TIPOOPER          00004671
           MOVE CA-ESTADO-PENDIENTE          TO G6529-ESTADO            00004672
           MOVE G6524-USUAUDIT               TO G6529-USUAUDIT          00004673
                                                                        00004674
           EXEC SQL                                                     00004675
                INSERT INTO POS_DISP_SUSP                               00004676
                      ( G6529_IDEMPRD , G6529_IDCENTD ,                 00004677
                        G6529_IDPRODD , G6529_CODSPROD,                 00004678
                        G6529_CTOSALDO, G6529_CODMONSW,                 00004679
                        G6529_IMPSLDC , G6529_FECCONSO,                 00004680
                        G6529_TIPOOPER, G6529_ESTADO  ,                 00004681
                        G6529_USUAUDIT, G6529_FECALTA ,                 00004682
                        G6529_FECTRAT )                                 00004683
                VALUES                                                  00004684
                      ( :G6529-IDEMPRD , :G6529-IDCENTD ,               00004685
                        :G6529-IDPRODD , :G6529-CODSPROD,               00004686
                        :G6529-CTOSALDO, :G6529-CODMONSW,               00004687
                        :G6529-IMPSLDC , :G6529-FECCONSO,               00004688
                        :G6529-TIPOOPER, :G6529-ESTADO  ,               00004689
                        :G6529-USUAUDIT, CURRENT TIMESTAMP,             00004690
                        CURRENT TIMESTAMP )                             00004691
           END-EXEC                                                     00004692
                                                                        00004693
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004694
                                                                        00004695
           IF  NOT DB2-OK                                               00004696
               IF  DB2-RECURSO-NO-DISPONIBLE OR                         00004697
                   DB2-TABLA-BLOQUEADA                                  00004698
                   MOVE MM-XX9520      TO KJYCCPD-MENSAJE               00004699
                   MOVE CA-ERR-RECURSO TO KJYCCPD-DESCRIPCION           00004700
               ELSE                                                     00004701
                   MOVE MM-XX3333      TO KJYCCPD-MENSAJE               00004702
                   MOVE CA-ERROR-DB2   TO KJYCCPD-DESCRIPCION           00004703
               END-IF                                                   00004704
                                                                        00004705
               MOVE CA-99              TO KJYCCPD-RETORNO               00004706
               MOVE SQLCODE            TO KJYCCPD-SQLCODE               00004707
               MOVE SQLCA              TO KJYCCPD-SQLCA                 00004708
               MOVE CA-PRF-2080        TO KJYCCPD-PARRAFO               00004709
               MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA                00004710
               MOVE DCLPOS-DISP-SUSP   TO KJYCCPD-DATOS                 00004711
               MOVE CA-POS-DISP-SUSP   TO KJYCCPD-TABLA                 00004712
               MOVE CA-INSERT          TO KJYCCPD-FUNCION               00004713
                                          KJYCCPD-ACCESO                00004714
                                                                        00004715
               PERFORM 3000-FIN                                         00004716
                  THRU 3000-FIN-EXIT                                    00004717
           END-IF                                                       00004718
                                                                        00004719
           .                                                            00004720
       2080-APARCAR-SUSPENSO-EXIT.                                      00004721
           EXIT.                                                        00004722
                                                                        00004723
      ******************************************************************00004330
      * 2105-VALIDAR-PRODUCTO-MAESTRO.                                 *00004331
      * SE VALIDA QUE EL PRODUCTO/SUBPRODUCTO RECIBIDO ESTE DADO DE    *00004332
           EXIT.                                                        00003331
                                                                        00003332
      ******************************************************************00003280
      * 2108-CENTRO-CONTABLE.                                          *00003281
      *  SE OBTIENE LA EMPRESA/CENTRO CONTABLE DE LA POSICION EN       *00003282
      *  POS_CENTRO_CONTAB PARA SU EMPRESA/CENTRO/PRODUCTO OPERATIVO,  *00003283
      *  VIGENTE EN LA FECHA CONTABLE. UN MAPA PARA EL PRODUCTO PREVALE*00003284
      *  SOBRE EL GENERICO DEL CENTRO (PRODUCTO EN BLANCO = TODOS). SIN*00003285
      *  MAPA VIGENTE LA POSICION SE CONTABILIZA EN SU PROPIA EMPRESA/ *00003286
      *  CENTRO OPERATIVO.                                             *00003287
      ******************************************************************00003288
       2108-CENTRO-CONTABLE.                                            00003289
                                                                        00003290
           MOVE KJYCCPD-IDEMPR               TO G6524-IDEMPCCO          00003291
           MOVE KJYCCPD-IDCENT               TO G6524-IDCENCCO          00003292
                                                                        00003293
           INITIALIZE DCLPOS-CENTRO-CONTAB                              00003294
                                                                        00003295
           EXEC SQL                                                     00003296
                SELECT G6560_IDEMPCCO, G6560_IDCENCCO                   00003297
                  INTO :G6560-IDEMPCCO, :G6560-IDCENCCO                 00003298
                  FROM POS_CENTRO_CONTAB                                00003299
                 WHERE G6560_IDEMPRD  = :G6524-IDEMPRD                  00003300
                   AND G6560_IDCENTD  = :G6524-IDCENTD                  00003301
                   AND G6560_IDPRODD IN (:G6524-IDPRODD, ' ')           00003302
                   AND G6560_FECINICI <= :G6524-FECCONSO                00003303
                   AND G6560_FECFIN   >= :G6524-FECCONSO                00003304
                 ORDER BY G6560_IDPRODD DESC                            00003305
                 FETCH FIRST 1 ROW ONLY                                 00003306
           END-EXEC                                                     00003307
                                                                        00003308
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003309
                                                                        00003310
           EVALUATE  TRUE                                               00003311
               WHEN  DB2-OK                                             00003312
                     MOVE G6560-IDEMPCCO     TO G6524-IDEMPCCO          00003313
                     MOVE G6560-IDCENCCO     TO G6524-IDCENCCO          00003314
                                                                        00003315
               WHEN  DB2-CLV-NOT-FOUND                                  00003316
                     CONTINUE                                           00003317
                                                                        00003318
               WHEN  OTHER                                              00003319
                     IF  DB2-RECURSO-NO-DISPONIBLE OR                   00003320
                         DB2-TABLA-BLOQUEADA                            00003321
                         MOVE MM-XX9520      TO KJYCCPD-MENSAJE         00003322
                         MOVE CA-ERR-RECURSO TO KJYCCPD-DESCRIPCION     00003323
                     ELSE                                               00003324
                         MOVE MM-XX3333      TO KJYCCPD-MENSAJE         00003325
                         MOVE CA-ERROR-DB2   TO KJYCCPD-DESCRIPCION     00003326
                     END-IF                                             00003327
                                                                        00003328
                     MOVE CA-99              TO KJYCCPD-RETORNO         00003329
                     MOVE SQLCODE            TO KJYCCPD-SQLCODE         00003330
                     MOVE SQLCA              TO KJYCCPD-SQLCA           00003331
                     MOVE CA-PRF-2108        TO KJYCCPD-PARRAFO         00003332
                     MOVE CA-KJBCCPD         TO KJYCCPD-RUTINA          00003333
                     MOVE DCLPOS-CENTRO-CONTAB                          00003334
                                             TO KJYCCPD-DATOS           00003335
                     MOVE CA-POS-CENTRO-CONTAB                          00003336
                                             TO KJYCCPD-TABLA           00003337
                     MOVE CA-SELECT          TO KJYCCPD-FUNCION         00003338
                                                KJYCCPD-ACCESO          00003339
                                                                        00003340
                     PERFORM 3000-FIN                                   00003341
                        THRU 3000-FIN-EXIT                              00003342
                                                                        00003343
           END-EVALUATE                                                 00003344
                                                                        00003345
           .                                                            00003346
       2108-CENTRO-CONTABLE-EXIT.                                       00003347
           EXIT.                                                        00003348
                                                                        00003349
      ******************************************************************00003350
      * 2110-INSERT-DISP-PMAS.                                         *00003351
      * SE REALIZA UN ACTUALIZACION SOBRE LA TABLA POS_DISP_PMAS.      *00003352
      ******************************************************************00003353
       2110-INSERT-DISP-PMAS.                                           00003354
                                                                        00003355
           PERFORM 2105-VALIDAR-PRODUCTO-MAESTRO                        00003356
              THRU 2105-VALIDAR-PRODUCTO-MAESTRO-EXIT                   00003357

           PERFORM 2107-VALIDAR-ARCHIVO                                 00003358
              THRU 2107-VALIDAR-ARCHIVO-EXIT                            00003359
                                                                        00003360
           EXEC  SQL                                                    00006900
               INSERT  INTO  POS_DISP_PMAS                              00006910
                             ( G6524_IDEMPRD ,                          00006920
