      *    D4462800 : DCLGEN DE LA TABLA MDDT750.                      *00000180
      *    D4462900 : DCLGEN DE LA TABLA MDDT755.                      *00000180
      *    D4463200 : DCLGEN DE LA TABLA PARM_USO_RUTINA.          *    00000181
      *    D4466100 : DCLGEN DE LA TABLA MDDT756.                      *00000182
      *    D4466200 : DCLGEN DE LA TABLA MDDT757.                      *00000183
      *-                                                              -*00000560
      *  TABLAS:                                                       *00000570
      *    MPDT007  : CONTIENE LA RELACION CONTRACTUAL ENTRE LOS       *00000580
      *               CREDITO.                                         *00000630
      *    PARM_USO_RUTINA : ESTADISTICAS DE USO DE LA RUTINA POR   *   00000631
      *               PROGRAMA LLAMADOR.                            *   00000632
      *    MDDT756  : CONDICIONES PARTICULARES DEL PARAMETRO POR       *00000633
      *               CONVENIO Y/O CAMPANA COMERCIAL.                  *00000634
      *    MDDT757  : CONDICIONES PARTICULARES DEL PARAMETRO           *00000635
      *               NEGOCIADAS PARA UNA CUENTA.                      *00000636
      *-                                                              -*00000640
      *  CODIGOS DE RETORNO:                                           *00000650
      *    '00'     : CORRECTO.                                        *00000660
      *                        LLAMADOR, PARAMETRO, NIVEL DE        *   00000768
      *                        RESOLUCION Y RETORNO) EN LA TABLA    *   00000769
      *                        DE ESTADISTICAS PARM_USO_RUTINA.     *   00000770
      * VIEWNEXT 15-10-2026    NUEVOS NIVELES DE CONDICION PARTICULAR  *00000771
      *                        QUE PREVALECEN SOBRE MDDT750/MDDT755:   *00000772
      *                        POR CUENTA (MDDT757, NIVEL 'I') Y POR   *00000773
      *                        CONVENIO/CAMPANA DE LA CUENTA EN        *00000774
      *                        MPDT007 (MDDT756, NIVEL 'A'). SE        *00000775
      *                        DEVUELVE EL NIVEL EN MPYADEU-NIVEL-S.   *00000776
      * VIEWNEXT 15-10-2026    MODO TRAZA (MPYADEU-IND-TRAZA-E = 'S'): *00000777
      *                        SE DEVUELVE ADEMAS LA TABLA, CLAVE Y    *00000778
      *                        VIGENCIA DE LA FILA GANADORA, EL ESTADO *00000779
      *                        DE LA CUENTA EN MPDT007 Y LAS FILAS     *00000780
      *                        CONSULTADAS Y DESCARTADAS CON SU MOTIVO.*00000781
      ******************************************************************00000762
                                                                        00000770
      ******************************************************************00000780
           05  SW-REINTENTAR               PIC X(01)   VALUE 'N'.       00001305
               88  SI-REINTENTAR                       VALUE 'S'.       00001306
               88  NO-REINTENTAR                       VALUE 'N'.       00001307
           05  SW-PARTICULAR               PIC X(01)   VALUE 'N'.       00001308
               88  SI-PARTICULAR                       VALUE 'S'.       00001309
               88  NO-PARTICULAR                       VALUE 'N'.       00001310
           05  SW-TRAZA                    PIC X(01)   VALUE 'N'.       00001311
               88  SI-TRAZA                            VALUE 'S'.       00001312
               88  NO-TRAZA                            VALUE 'N'.       00001313
           05  SW-TRZ-GANADORA             PIC X(01)   VALUE 'N'.       00001314
               88  SI-TRZ-GANADORA                     VALUE 'S'.       00001315
               88  NO-TRZ-GANADORA                     VALUE 'N'.       00001316
           05  SW-FIN-TRAZA                PIC X(01)   VALUE 'N'.       00001317
               88  SI-FIN-TRAZA                        VALUE 'S'.       00001318
               88  NO-FIN-TRAZA                        VALUE 'N'.       00001319
                                                                        00001320
      ******************************************************************00001321
      *                    C O N S T A N T E S                         *00001330
      ******************************************************************00001340
       01  CT-CONSTANTES.                                               00001350
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00001730
               10  CA-MDDT750              PIC X(07)   VALUE 'MDDT750'. 00001730
               10  CA-MDDT755              PIC X(07)   VALUE 'MDDT755'. 00001730
               10  CA-MDDT756              PIC X(07)   VALUE 'MDDT756'. 00001731
               10  CA-MDDT757              PIC X(07)   VALUE 'MDDT757'. 00001732
               10  CA-PARM-CATALOGO        PIC X(13)   VALUE 'PARM_CATAL00001733
      -                            'OGO'.                               00001734
               10  CA-TIPO-NUMERICO        PIC X(01)   VALUE 'N'.       00001735
               10  CA-TIPO-IMPORTE         PIC X(01)   VALUE 'I'.       00001736
               10  CA-TIPO-PORCENTAJE      PIC X(01)   VALUE 'P'.       00001737
               10  CA-TIPO-FECHA           PIC X(01)   VALUE 'D'.       00001738
               10  CA-TIPO-TEXTO           PIC X(01)   VALUE 'X'.       00001739
               10  CA-PUNTO                PIC X(01)   VALUE '.'.       00001740
               10  CA-MENOS                PIC X(01)   VALUE '-'.       00001741
               10  CA-CDGENTI              PIC X(07)   VALUE 'CDGENTI'. 00001730
               10  CA-CTOPROD              PIC X(07)   VALUE 'CTOPROD'. 00001730
               10  CA-CENTCUEN             PIC X(08)   VALUE 'CENTCUEN'.00001730
      -                            'AR-ENTRADA'.                        00002010
               10  CA-PRRF-2100            PIC X(20)   VALUE '2100-ACCED00002000
      -                            'ER-MPDT007'.                        00002010
               10  CA-PRRF-2150            PIC X(20)   VALUE '2150-ACCED00002011
      -                            'ER-MDDT757'.                        00002012
               10  CA-PRRF-2170            PIC X(20)   VALUE '2170-ACCED00002013
      -                            'ER-MDDT756'.                        00002014
               10  CA-PRRF-2200            PIC X(20)   VALUE '2200-ACCED00002000
      -                            'ER-MDDT750'.                        00002010
               10  CA-PRRF-2300            PIC X(20)   VALUE '2300-ACCED00002000
      -                            'A CONSULTA A LA TABLA MPDT007'.     00002820
               10  CA-ERROR-CONS-750       PIC X(39)   VALUE 'ERROR EN L00002810
      -                            'A CONSULTA A LA TABLA MDDT750'.     00002820
               10  CA-ERROR-CONS-756       PIC X(39)   VALUE 'ERROR EN L00002821
      -                            'A CONSULTA A LA TABLA MDDT756'.     00002822
               10  CA-ERROR-CONS-757       PIC X(39)   VALUE 'ERROR EN L00002823
      -                            'A CONSULTA A LA TABLA MDDT757'.     00002824
               10  CA-REG-NO-ENC-755       PIC X(43)   VALUE 'REGISTRO N00002000
      -                            'O ENCONTRADO EN LA TABLA MDDT755'.  00002010
               10  CA-ERROR-CONS-755       PIC X(39)   VALUE 'ERROR EN L00002810
               10  CA-NIVEL-PRODUCTO   PIC X(01)   VALUE 'P'.           00002841
               10  CA-NIVEL-ENTIDAD    PIC X(01)   VALUE 'E'.           00002842
               10  CA-NIVEL-SIN-DATO   PIC X(01)   VALUE 'N'.           00002843
               10  CA-NIVEL-PART-CUENTA PIC X(01)  VALUE 'I'.           00002844
               10  CA-NIVEL-PART-CONVENIO PIC X(01) VALUE 'A'.          00002845
               10  CA-PROG-NO-INF      PIC X(08)   VALUE 'N/D'.         00002846
      * -- TRAZA DE LA RESOLUCION: RESULTADO Y MOTIVO POR FILA.         00002847
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00002848
               10  CA-GUION                PIC X(01)   VALUE '-'.       00002849
               10  CA-TRZ-GANADORA         PIC X(01)   VALUE 'G'.       00002850
               10  CA-TRZ-DESCARTADA       PIC X(01)   VALUE 'D'.       00002851
               10  CA-MOT-VIGENTE          PIC X(02)   VALUE 'VI'.      00002852
               10  CA-MOT-FUTURA           PIC X(02)   VALUE 'FU'.      00002853
               10  CA-MOT-CADUCADA         PIC X(02)   VALUE 'CA'.      00002854
               10  CA-MOT-PRECEDIDA        PIC X(02)   VALUE 'PR'.      00002855
               10  CA-MOT-SIN-FILAS        PIC X(02)   VALUE 'SF'.      00002856
               10  CA-MOT-SIN-CONVENIO     PIC X(02)   VALUE 'NC'.      00002857
               10  CA-MOT-CTA-ALTA         PIC X(02)   VALUE 'AL'.      00002858
               10  CA-MOT-CTA-BAJA         PIC X(02)   VALUE 'BA'.      00002859
               10  CA-MOT-CTA-NO-EXISTE    PIC X(02)   VALUE 'NE'.      00002860
               10  CA-MOT-ERROR            PIC X(02)   VALUE 'ER'.      00002861
                                                                        00002827
           05  CN-CONSTANTES-NUMERICAS.                                 00002828
               10  CN-MAX-REINTENTOS       PIC 9(02)   VALUE 03.        00002829
               10  CN-SEGUNDOS-ESPERA      PIC 9(02)   VALUE 02.        00002830
               10  CN-MAX-FILAS-TRAZA      PIC 9(02)   VALUE 20.        00002831
                                                                        00002830
      ******************************************************************00002990
      *                        V A R I A B L E S                       *00003000
           05  WK-SEGUNDOS-ESPERA          PIC 9(02)   VALUE ZEROES.    00020054
           05  WK-NIVEL-USO                PIC X(01)   VALUE 'N'.       00020055
           05  WK-NIVEL-CANDIDATO          PIC X(01)   VALUE 'P'.       00020056
      * -- FILA EN CURSO DE LA TRAZA DE RESOLUCION.                     00020057
           05  WK-TRAZA.                                                00020058
               10  WK-TRZ-TABLA            PIC X(07)   VALUE SPACES.    00020059
               10  WK-TRZ-CLAVE            PIC X(40)   VALUE SPACES.    00020060
               10  WK-TRZ-VALPARM          PIC X(10)   VALUE SPACES.    00020061
               10  WK-TRZ-FECALTA          PIC X(10)   VALUE SPACES.    00020062
               10  WK-TRZ-FEBAJA           PIC X(10)   VALUE SPACES.    00020063
               10  WK-TRZ-CDCONVEN         PIC X(04)   VALUE SPACES.    00020064
               10  WK-TRZ-CODGCAMP         PIC X(06)   VALUE SPACES.    00020065
               10  WK-TRZ-RESULT           PIC X(01)   VALUE SPACES.    00020066
               10  WK-TRZ-MOTIVO           PIC X(02)   VALUE SPACES.    00020067
               10  WK-TRZ-NUM-LEIDAS       PIC 9(04)   VALUE ZEROES.    00020068
               10  WK-IDX-TRZ              PIC 9(02)   VALUE ZEROES.    00020069
                                                                        00020070
                                                                        00020071
      ******************************************************************00020072
      *          C A C H E   D E   P A R A M E T R O S                 *00020073
      ******************************************************************00020080
      * -- TABLAS EN MEMORIA QUE EVITAN RELEER MDDT750/MDDT755 EN DB2  *00020090
      * -- CUANDO LA RUTINA ES INVOCADA REPETIDAMENTE DESDE UN MISMO   *00020100
      * -- VALOR DE CADA PARAMETRO).                                    00003034
           EXEC SQL INCLUDE D4464700 END-EXEC.                          00003035
                                                                        00004250
      *--  DCLGEN DE LA TABLA MDDT756 (CONDICIONES POR CONVENIO).       00004260
           EXEC SQL INCLUDE D4466100 END-EXEC.                          00004270
                                                                        00004280
      *--  DCLGEN DE LA TABLA MDDT757 (CONDICIONES POR CUENTA).         00004290
           EXEC SQL INCLUDE D4466200 END-EXEC.                          00004300
                                                                        00004310
      *----------------------------------------------------------------*00004400
      * LINKAGE SECTION                                                *00004410
      *----------------------------------------------------------------*00004420
                                                                        00004800
           INITIALIZE MPYADEU-SALIDA                                    00004810
                      MPYADEU-DATOS-CONTROL                             00004820
                      MPYADEU-RESOLUCION                                00004826
                      WK-VARIABLES                                      00004832
                                                                        00004840
           MOVE CA-00                        TO MPYADEU-COD-RET         00004850
           MOVE MM-MP1088                    TO MPYADEU-MENSAJE         00004860
           MOVE CA-NIVEL-SIN-DATO            TO WK-NIVEL-USO            00004862
           MOVE CA-NIVEL-PRODUCTO            TO WK-NIVEL-CANDIDATO      00004864
                                                                        00004866
      * -- LA TRAZA DE LA RESOLUCION SOLO SE CONSTRUYE A PETICION.      00004868
           IF  MPYADEU-IND-TRAZA-E = CA-SI                              00004870
               SET SI-TRAZA                  TO TRUE                    00004872
           ELSE                                                         00004874
               SET NO-TRAZA                  TO TRUE                    00004876
           END-IF                                                       00004878
                                                                        00004880
           INITIALIZE MPYADEU-TRAZA                                     00004882
                                                                        00004884
           IF  SI-TRAZA                                                 00004886
               MOVE CA-SI                    TO MPYADEU-IND-TRAZA-E     00004888
           END-IF                                                       00004890
                                                                        00004892
           IF  MPYADEU-PANUMPAR-E = SPACES OR LOW-VALUES                00004894
               MOVE CA-ABU                    TO WK-PANUMPAR            00004896
           ELSE                                                         00004898
               MOVE MPYADEU-PANUMPAR-E        TO WK-PANUMPAR            00004900
           END-IF                                                       00004902
                                                                        00004904
           PERFORM 1100-VALIDAR-ENTRADA                                 00004920
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00004930
                                                                        00004940
       2000-PROCESO.                                                    00006190
                                                                        00006200
           SET NO-ENCONTRADO                 TO TRUE                    00006201
           SET NO-PARTICULAR                 TO TRUE                    00006202
                                                                        00006203
           IF  ((MPYADEU-CENTALTA-E NOT = SPACES AND LOW-VALUES) AND    00006204
               (MPYADEU-CUENTNU-E NOT = SPACES AND LOW-VALUES))         00006205
                                                                        00006200
               MOVE CA-NIVEL-CUENTA       TO WK-NIVEL-CANDIDATO         00006205
                                                                        00006206
               PERFORM 2100-ACCEDER-MPDT007                             00006210
                  THRU 2100-ACCEDER-MPDT007-EXIT                        00006220
                                                                        00006230
      * -- LAS CONDICIONES PARTICULARES DE LA CUENTA Y, EN SU DEFECTO,  00006240
      * -- LAS DE SU CONVENIO O CAMPANA PREVALECEN SOBRE MDDT750/755.   00006250
               PERFORM 2150-ACCEDER-MDDT757                             00006260
                  THRU 2150-ACCEDER-MDDT757-EXIT                        00006270
                                                                        00006280
               IF  NO-PARTICULAR                                        00006290
                   PERFORM 2170-ACCEDER-MDDT756                         00006300
                      THRU 2170-ACCEDER-MDDT756-EXIT                    00006310
               END-IF                                                   00006320
                                                                        00006330
           END-IF                                                       00006340
                                                                        00006350
           IF  NO-PARTICULAR                                            00006360
                                                                        00006370
               PERFORM 2200-ACCEDER-MDDT750                             00006380
                  THRU 2200-ACCEDER-MDDT750-EXIT                        00006390
                                                                        00006400
               IF  NO-ENCONTRADO                                        00006410
                                                                        00006420
                   PERFORM 2300-ACCEDER-MDDT755                         00006430
                      THRU 2300-ACCEDER-MDDT755-EXIT                    00006440
                                                                        00006450
               END-IF                                                   00006460
                                                                        00006470
           END-IF                                                       00006480
                                                                        00006490
      * -- CON VALOR RESUELTO, SE DEVUELVE ADEMAS LA SALIDA TIPADA      00006500
      * -- SEGUN EL TIPO DECLARADO EN EL DICCIONARIO PARM_CATALOGO.     00006510
           IF  SI-ENCONTRADO                                            00006520
               PERFORM 2500-TIPAR-VALOR                                 00006530
                  THRU 2500-TIPAR-VALOR-EXIT                            00006540
           END-IF                                                       00006550
           .                                                            00006630
       2000-PROCESO-EXIT.                                               00006640
           EXIT.                                                        00006650
           EXEC SQL                                                     00012750
                SELECT E1003_CDGPRODU,                                  00012752
                       E1003_CDGSUBP,                                   00012754
                       E1003_FECBAJA,                                   00012756
                       E1003_CDCONVEN,                                  00012757
                       E1003_CODGCAMP                                   00012758
                 INTO :E1003-CDGPRODU,                                  00012759
                      :E1003-CDGSUBP,                                   00012760
                      :E1003-FECBAJA,                                   00012762
                      :E1003-CDCONVEN,                                  00012763
                      :E1003-CODGCAMP                                   00012764
                  FROM MPDT007                                          00012765
                 WHERE E1003_CDGENTI  = :E1003-CDGENTI                  00012766
                   AND E1003_CENTALTA = :E1003-CENTALTA                 00012768
                   AND E1003_CUENTNU  = :E1003-CUENTNU                  00012770
           END-EXEC                                                     00012772
                                                                        00012774
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00012776
                                                                        00012777
           IF  SI-TRAZA AND (DB2-OK OR DB2-CLV-NOT-FOUND)               00012778
               PERFORM 2700-TRAZAR-MPDT007                              00012779
                  THRU 2700-TRAZAR-MPDT007-EXIT                         00012780
           END-IF                                                       00012781
                                                                        00012782
           SET NO-REINTENTAR                 TO TRUE                    00012783
                                                                        00012784
           EVALUATE  TRUE                                               00012785
               WHEN  DB2-OK  AND                                        00012786
                     E1003-FECBAJA = CA-FECHA-SIN-BAJA                  00012788
                     SET SI-ENCONTRADO       TO TRUE                    00012790
           EXIT.                                                        00012934
                                                                        00007550
      ******************************************************************00006670
      * 2150-ACCEDER-MDDT757.                                          *00006671
      * SE BUSCA EN MDDT757 UNA CONDICION PARTICULAR DEL PARAMETRO     *00006672
      * NEGOCIADA PARA LA CUENTA Y VIGENTE EN LA FECHA DE ENTRADA.     *00006673
      ******************************************************************00006674
       2150-ACCEDER-MDDT757.                                            00006675
                                                                        00006676
           INITIALIZE DCLMDDT757                                        00006677
                                                                        00006678
           MOVE MPYADEU-CDGENTI-E            TO G3211-CDGENTI           00006679
           MOVE MPYADEU-CENTALTA-E           TO G3211-CENTALTA          00006680
           MOVE MPYADEU-CUENTNU-E            TO G3211-CUENTNU           00006681
           MOVE WK-PANUMPAR                  TO G3211-PANUMPAR          00006682
           MOVE MPYADEU-FECHA-E              TO G3211-FECALTA           00006683
                                                G3211-FEBAJA            00006684
                                                                        00006685
           IF  SI-TRAZA                                                 00006686
               PERFORM 2710-TRAZAR-MDDT757                              00006687
                  THRU 2710-TRAZAR-MDDT757-EXIT                         00006688
           END-IF                                                       00006689
                                                                        00006690
           SET NO-REINTENTAR                 TO TRUE                    00006691
           MOVE ZEROES                        TO WK-NUM-REINTENTOS      00006692
                                                                        00006693
           PERFORM 2155-EJECUTAR-SELECT-757                             00006694
              THRU 2155-EJECUTAR-SELECT-757-EXIT                        00006695
             UNTIL NOT SI-REINTENTAR                                    00006696
           .                                                            00006697
       2150-ACCEDER-MDDT757-EXIT.                                       00006698
           EXIT.                                                        00006699
                                                                        00006700
      ******************************************************************00006701
      * 2155-EJECUTAR-SELECT-757.                                      *00006702
      * SE EJECUTA LA CONSULTA A MDDT757 Y SE REINTENTA CON ESPERA     *00006703
      * CRECIENTE SI DB2 DEVUELVE RECURSO OCUPADO. SI HUBIERA VARIAS   *00006704
      * VIGENCIAS SOLAPADAS PREVALECE LA DE ALTA MAS RECIENTE.         *00006705
      ******************************************************************00006706
       2155-EJECUTAR-SELECT-757.                                        00006707
                                                                        00006708
           EXEC SQL                                                     00006709
                SELECT G3211_VALPARM                                    00006710
                 INTO :G3211-VALPARM                                    00006711
                  FROM MDDT757                                          00006712
                 WHERE G3211_CDGENTI   = :G3211-CDGENTI                 00006713
                   AND G3211_CENTALTA  = :G3211-CENTALTA                00006714
                   AND G3211_CUENTNU   = :G3211-CUENTNU                 00006715
                   AND G3211_PANUMPAR  = :G3211-PANUMPAR                00006716
                   AND G3211_FECALTA  <= :G3211-FECALTA                 00006717
                   AND G3211_FEBAJA   >= :G3211-FEBAJA                  00006718
                 ORDER BY G3211_FECALTA DESC                            00006719
                 FETCH FIRST 1 ROW ONLY                                 00006720
           END-EXEC                                                     00006721
                                                                        00006722
           MOVE SQLCODE                   TO SW-DB2-RETURN-CODE         00006723
                                                                        00006724
           SET NO-REINTENTAR               TO TRUE                      00006725
                                                                        00006726
           EVALUATE  TRUE                                               00006727
               WHEN  DB2-OK                                             00006728
                     SET SI-PARTICULAR       TO TRUE                    00006729
                                                                        00006730
                     MOVE G3211-VALPARM      TO MPYADEU-VALPARM-S       00006731
                     MOVE CA-NIVEL-PART-CUENTA                          00006732
                                             TO WK-NIVEL-USO            00006733
                                                                        00006734
               WHEN  DB2-CLV-NOT-FOUND                                  00006735
                     SET NO-PARTICULAR       TO TRUE                    00006736
                                                                        00006737
               WHEN  DB2-RECURSO-NO-DISPONIBLE OR                       00006738
                     DB2-TABLA-BLOQUEADA                                00006739
                     IF  WK-NUM-REINTENTOS < CN-MAX-REINTENTOS          00006740
                         ADD 1                TO WK-NUM-REINTENTOS      00006741
                         COMPUTE WK-SEGUNDOS-ESPERA =                   00006742
                                 WK-NUM-REINTENTOS * CN-SEGUNDOS-ESPERA 00006743
                                                                        00006744
                         EXEC-FUN XX_ESPERA_REINTENTO                   00006745
                             SEGUNDOS('WK-SEGUNDOS-ESPERA')             00006746
                         END-FUN                                        00006747
                                                                        00006748
                         SET SI-REINTENTAR    TO TRUE                   00006749
                     ELSE                                               00006750
                         MOVE CA-99           TO MPYADEU-COD-RET        00006751
                         MOVE MM-XX9520       TO MPYADEU-MENSAJE        00006752
                         MOVE CA-ERROR-RECURSO                          00006753
                                              TO MPYADEU-TEXTO          00006754
                         MOVE SQLCODE         TO MPYADEU-SQLCODE        00006755
                         MOVE SQLCA           TO MPYADEU-SQLCA          00006756
                         MOVE CA-MDDT757      TO MPYADEU-TABLA          00006757
                         MOVE CA-MPBADEU      TO MPYADEU-RUTINA         00006758
                         MOVE CA-PRRF-2150    TO MPYADEU-PARRAFO        00006759
                                                                        00006760
                         PERFORM 3000-FIN                               00006761
                            THRU 3000-FIN-EXIT                          00006762
                     END-IF                                             00006763
                                                                        00006764
               WHEN  OTHER                                              00006765
                     MOVE CA-99              TO MPYADEU-COD-RET         00006766
                     MOVE MM-XX3333          TO MPYADEU-MENSAJE         00006767
                     MOVE CA-ERROR-CONS-757  TO MPYADEU-TEXTO           00006768
                     MOVE SQLCODE            TO MPYADEU-SQLCODE         00006769
                     MOVE SQLCA              TO MPYADEU-SQLCA           00006770
                     MOVE CA-MDDT757         TO MPYADEU-TABLA           00006771
                     MOVE CA-MPBADEU         TO MPYADEU-RUTINA          00006772
                     MOVE CA-PRRF-2150       TO MPYADEU-PARRAFO         00006773
                                                                        00006774
                     PERFORM 3000-FIN                                   00006775
                        THRU 3000-FIN-EXIT                              00006776
                                                                        00006777
           END-EVALUATE                                                 00006778
           .                                                            00006779
       2155-EJECUTAR-SELECT-757-EXIT.                                   00006780
           EXIT.                                                        00006781
                                                                        00006782
      ******************************************************************00006783
      * 2170-ACCEDER-MDDT756.                                          *00006784
      * SE BUSCA EN MDDT756 UNA CONDICION PARTICULAR DEL PARAMETRO     *00006785
      * PARA EL CONVENIO (E1003-CDCONVEN) Y/O LA CAMPANA               *00006786
      * (E1003-CODGCAMP) DE LA CUENTA, VIGENTE EN LA FECHA DE ENTRADA. *00006787
      * UNA COLUMNA A BLANCOS EN MDDT756 VALE PARA CUALQUIER VALOR.    *00006788
      ******************************************************************00006789
       2170-ACCEDER-MDDT756.                                            00006790
                                                                        00006791
      * -- CUENTA SIN CONVENIO NI CAMPANA: NO HAY CONDICION QUE BUSCAR. 00006792
           IF  E1003-CDCONVEN = SPACES AND E1003-CODGCAMP = SPACES      00006793
               IF  SI-TRAZA                                             00006794
                   PERFORM 2725-TRAZAR-SIN-CONVENIO                     00006795
                      THRU 2725-TRAZAR-SIN-CONVENIO-EXIT                00006796
               END-IF                                                   00006797
               GO TO 2170-ACCEDER-MDDT756-EXIT                          00006798
           END-IF                                                       00006799
                                                                        00006800
           INITIALIZE DCLMDDT756                                        00006801
                                                                        00006802
           MOVE MPYADEU-CDGENTI-E            TO G3210-CDGENTI           00006803
           MOVE E1003-CDCONVEN               TO G3210-CDCONVEN          00006804
           MOVE E1003-CODGCAMP               TO G3210-CODGCAMP          00006805
           MOVE WK-PANUMPAR                  TO G3210-PANUMPAR          00006806
           MOVE MPYADEU-FECHA-E              TO G3210-FECALTA           00006807
                                                G3210-FEBAJA            00006808
                                                                        00006809
           IF  SI-TRAZA                                                 00006810
               PERFORM 2720-TRAZAR-MDDT756                              00006811
                  THRU 2720-TRAZAR-MDDT756-EXIT                         00006812
           END-IF                                                       00006813
                                                                        00006814
           SET NO-REINTENTAR                 TO TRUE                    00006815
           MOVE ZEROES                        TO WK-NUM-REINTENTOS      00006816
                                                                        00006817
           PERFORM 2175-EJECUTAR-SELECT-756                             00006818
              THRU 2175-EJECUTAR-SELECT-756-EXIT                        00006819
             UNTIL NOT SI-REINTENTAR                                    00006820
           .                                                            00006821
       2170-ACCEDER-MDDT756-EXIT.                                       00006822
           EXIT.                                                        00006823
                                                                        00006824
      ******************************************************************00006825
      * 2175-EJECUTAR-SELECT-756.                                      *00006826
      * SE EJECUTA LA CONSULTA A MDDT756 Y SE REINTENTA CON ESPERA     *00006827
      * CRECIENTE SI DB2 DEVUELVE RECURSO OCUPADO. PREVALECE LA FILA   *00006828
      * DE CONVENIO Y CAMPANA, DESPUES LA DE SOLO CAMPANA Y POR ULTIMO *00006829
      * LA DE SOLO CONVENIO; A IGUALDAD, LA DE ALTA MAS RECIENTE.      *00006830
      ******************************************************************00006831
       2175-EJECUTAR-SELECT-756.                                        00006832
                                                                        00006833
           EXEC SQL                                                     00006834
                SELECT G3210_VALPARM                                    00006835
                 INTO :G3210-VALPARM                                    00006836
                  FROM MDDT756                                          00006837
                 WHERE G3210_CDGENTI   = :G3210-CDGENTI                 00006838
                   AND G3210_PANUMPAR  = :G3210-PANUMPAR                00006839
                   AND (G3210_CDCONVEN = :G3210-CDCONVEN OR             00006840
                        G3210_CDCONVEN = ' ')                           00006841
                   AND (G3210_CODGCAMP = :G3210-CODGCAMP OR             00006842
                        G3210_CODGCAMP = ' ')                           00006843
                   AND G3210_FECALTA  <= :G3210-FECALTA                 00006844
                   AND G3210_FEBAJA   >= :G3210-FEBAJA                  00006845
                 ORDER BY CASE WHEN G3210_CDCONVEN <> ' ' AND           00006846
                                    G3210_CODGCAMP <> ' ' THEN 1        00006847
                               WHEN G3210_CODGCAMP <> ' ' THEN 2        00006848
                               ELSE 3                                   00006849
                          END,                                          00006850
                          G3210_FECALTA DESC                            00006851
                 FETCH FIRST 1 ROW ONLY                                 00006852
           END-EXEC                                                     00006853
                                                                        00006854
           MOVE SQLCODE                   TO SW-DB2-RETURN-CODE         00006855
                                                                        00006856
           SET NO-REINTENTAR               TO TRUE                      00006857
                                                                        00006858
           EVALUATE  TRUE                                               00006859
               WHEN  DB2-OK                                             00006860
                     SET SI-PARTICULAR       TO TRUE                    00006861
                                                                        00006862
                     MOVE G3210-VALPARM      TO MPYADEU-VALPARM-S       00006863
                     MOVE CA-NIVEL-PART-CONVENIO                        00006864
                                             TO WK-NIVEL-USO            00006865
                                                                        00006866
               WHEN  DB2-CLV-NOT-FOUND                                  00006867
                     SET NO-PARTICULAR       TO TRUE                    00006868
                                                                        00006869
               WHEN  DB2-RECURSO-NO-DISPONIBLE OR                       00006870
                     DB2-TABLA-BLOQUEADA                                00006871
                     IF  WK-NUM-REINTENTOS < CN-MAX-REINTENTOS          00006872
                         ADD 1                TO WK-NUM-REINTENTOS      00006873
                         COMPUTE WK-SEGUNDOS-ESPERA =                   00006874
                                 WK-NUM-REINTENTOS * CN-SEGUNDOS-ESPERA 00006875
                                                                        00006876
                         EXEC-FUN XX_ESPERA_REINTENTO                   00006877
                             SEGUNDOS('WK-SEGUNDOS-ESPERA')             00006878
                         END-FUN                                        00006879
                                                                        00006880
                         SET SI-REINTENTAR    TO TRUE                   00006881
                     ELSE                                               00006882
                         MOVE CA-99           TO MPYADEU-COD-RET        00006883
                         MOVE MM-XX9520       TO MPYADEU-MENSAJE        00006884
                         MOVE CA-ERROR-RECURSO                          00006885
                                              TO MPYADEU-TEXTO          00006886
                         MOVE SQLCODE         TO MPYADEU-SQLCODE        00006887
                         MOVE SQLCA           TO MPYADEU-SQLCA          00006888
                         MOVE CA-MDDT756      TO MPYADEU-TABLA          00006889
                         MOVE CA-MPBADEU      TO MPYADEU-RUTINA         00006890
                         MOVE CA-PRRF-2170    TO MPYADEU-PARRAFO        00006891
                                                                        00006892
                         PERFORM 3000-FIN                               00006893
                            THRU 3000-FIN-EXIT                          00006894
                     END-IF                                             00006895
                                                                        00006896
               WHEN  OTHER                                              00006897
                     MOVE CA-99              TO MPYADEU-COD-RET         00006898
                     MOVE MM-XX3333          TO MPYADEU-MENSAJE         00006899
                     MOVE CA-ERROR-CONS-756  TO MPYADEU-TEXTO           00006900
                     MOVE SQLCODE            TO MPYADEU-SQLCODE         00006901
                     MOVE SQLCA              TO MPYADEU-SQLCA           00006902
                     MOVE CA-MDDT756         TO MPYADEU-TABLA           00006903
                     MOVE CA-MPBADEU         TO MPYADEU-RUTINA          00006904
                     MOVE CA-PRRF-2170       TO MPYADEU-PARRAFO         00006905
                                                                        00006906
                     PERFORM 3000-FIN                                   00006907
                        THRU 3000-FIN-EXIT                              00006908
                                                                        00006909
           END-EVALUATE                                                 00006910
           .                                                            00006911
       2175-EJECUTAR-SELECT-756-EXIT.                                   00006912
           EXIT.                                                        00006913
                                                                        00006914
      ******************************************************************00006915
      * 2200-ACCEDER-MDDT750.                                          *00006916
      * SE ACCEDE A LA TABLA MDDT750 PARA RECUPERAR EL VALOR DEL       *00006917
      * PARAMETRO.                                                     *00006690
      ******************************************************************00006700
       2200-ACCEDER-MDDT750.                                            00030010
                                                                        00030111
           END-IF                                                       00030120
                                                                        00030121
      * -- LA TRAZA SE OBTIENE SIEMPRE DE DB2, AUNQUE EL VALOR SE SIRVA 00030122
      * -- DESDE LA CACHE.                                              00030123
           IF  SI-TRAZA                                                 00030124
               PERFORM 2730-TRAZAR-MDDT750                              00030125
                  THRU 2730-TRAZAR-MDDT750-EXIT                         00030126
           END-IF                                                       00030127
                                                                        00030128
           PERFORM 2210-BUSCAR-CACHE-750                                00030130
              THRU 2210-BUSCAR-CACHE-750-EXIT                           00030140
                                                                        00030141
           IF  SI-CACHE-ENCONTRADO                                      00030150
               IF  SI-TRAZA                                             00030151
                   MOVE CA-SI                 TO MPYADEU-TRZ-CACHE-S    00030152
               END-IF                                                   00030153
               IF  WK-C750-ENCONTRADO(WK-IDX) = 'S'                     00030160
                   SET SI-ENCONTRADO          TO TRUE                   00030170
                   MOVE WK-C750-VALPARM(WK-IDX)                         00030180
           MOVE MPYADEU-FECHA-E              TO G3178-FECALTA           00040040
                                                G3178-FEBAJA            00040050
                                                                        00040051
           IF  SI-TRAZA                                                 00040052
               PERFORM 2740-TRAZAR-MDDT755                              00040053
                  THRU 2740-TRAZAR-MDDT755-EXIT                         00040054
           END-IF                                                       00040055
                                                                        00040056
           PERFORM 2310-BUSCAR-CACHE-755                                00040060
              THRU 2310-BUSCAR-CACHE-755-EXIT                           00040070
                                                                        00040071
           IF  SI-CACHE-ENCONTRADO                                      00040080
               IF  SI-TRAZA                                             00040081
                   MOVE CA-SI                 TO MPYADEU-TRZ-CACHE-S    00040082
               END-IF                                                   00040083
               IF  WK-C755-ENCONTRADO(WK-IDX) = 'S'                     00040090
                   MOVE WK-C755-VALPARM(WK-IDX)                         00040100
                                               TO MPYADEU-VALPARM-S     00040110
           EXIT.                                                        00017654
                                                                        00017655
      ******************************************************************00017610
      * 2700-TRAZAR-MPDT007.                                           *00017611
      * SE ANOTA EN LA TRAZA LA COMPROBACION DE ESTADO DE LA CUENTA EN *00017612
      * MPDT007: CUENTA DE ALTA, DADA DE BAJA O INEXISTENTE, CON SU    *00017613
      * FECHA DE BAJA Y SU CONVENIO Y CAMPANA.                         *00017614
      ******************************************************************00017615
       2700-TRAZAR-MPDT007.                                             00017616
                                                                        00017617
           MOVE CA-MPDT007                   TO WK-TRZ-TABLA            00017618
           MOVE SPACES                       TO WK-TRZ-CLAVE            00017619
                                                WK-TRZ-VALPARM          00017620
                                                WK-TRZ-FECALTA          00017621
                                                WK-TRZ-FEBAJA           00017622
                                                                        00017623
           STRING E1003-CDGENTI   CA-GUION                              00017624
                  E1003-CENTALTA  CA-GUION                              00017625
                  E1003-CUENTNU                                         00017626
                  DELIMITED BY SIZE        INTO WK-TRZ-CLAVE            00017627
           END-STRING                                                   00017628
                                                                        00017629
           EVALUATE  TRUE                                               00017630
               WHEN  DB2-CLV-NOT-FOUND                                  00017631
                     MOVE CA-TRZ-DESCARTADA  TO WK-TRZ-RESULT           00017632
                     MOVE CA-MOT-CTA-NO-EXISTE                          00017633
                                             TO WK-TRZ-MOTIVO           00017634
                                                                        00017635
               WHEN  E1003-FECBAJA = CA-FECHA-SIN-BAJA                  00017636
                     MOVE CA-TRZ-GANADORA    TO WK-TRZ-RESULT           00017637
                     MOVE CA-MOT-CTA-ALTA    TO WK-TRZ-MOTIVO           00017638
                     MOVE E1003-FECBAJA      TO WK-TRZ-FEBAJA           00017639
                                                                        00017640
               WHEN  OTHER                                              00017641
                     MOVE CA-TRZ-DESCARTADA  TO WK-TRZ-RESULT           00017642
                     MOVE CA-MOT-CTA-BAJA    TO WK-TRZ-MOTIVO           00017643
                     MOVE E1003-FECBAJA      TO WK-TRZ-FEBAJA           00017644
           END-EVALUATE                                                 00017645
                                                                        00017646
           MOVE WK-TRZ-MOTIVO                TO MPYADEU-TRZ-EST-CTA-S   00017647
           MOVE WK-TRZ-FEBAJA                TO MPYADEU-TRZ-FECBAJA-S   00017648
           MOVE E1003-CDCONVEN               TO MPYADEU-TRZ-CDCONVEN-S  00017649
           MOVE E1003-CODGCAMP               TO MPYADEU-TRZ-CODGCAMP-S  00017650
                                                                        00017651
           PERFORM 2795-ANOTAR-FILA-TRAZA                               00017652
              THRU 2795-ANOTAR-FILA-TRAZA-EXIT                          00017653
           .                                                            00017654
       2700-TRAZAR-MPDT007-EXIT.                                        00017655
           EXIT.                                                        00017656
                                                                        00017657
      ******************************************************************00017658
      * 2710-TRAZAR-MDDT757.                                           *00017659
      * SE ANOTAN EN LA TRAZA TODAS LAS CONDICIONES DE MDDT757 DE LA   *00017660
      * CUENTA PARA EL PARAMETRO, VIGENTES O NO EN LA FECHA, EN EL     *00017661
      * MISMO ORDEN DE PRECEDENCIA QUE APLICA 2155-EJECUTAR-SELECT-757.*00017662
      ******************************************************************00017663
       2710-TRAZAR-MDDT757.                                             00017664
                                                                        00017665
           MOVE CA-MDDT757                   TO WK-TRZ-TABLA            00017666
           MOVE SPACES                       TO WK-TRZ-CLAVE            00017667
                                                                        00017668
           STRING G3211-CDGENTI   CA-GUION                              00017669
                  G3211-CENTALTA  CA-GUION                              00017670
                  G3211-CUENTNU   CA-GUION                              00017671
                  G3211-PANUMPAR                                        00017672
                  DELIMITED BY SIZE        INTO WK-TRZ-CLAVE            00017673
           END-STRING                                                   00017674
                                                                        00017675
           EXEC SQL                                                     00017676
                DECLARE C-TRAZA-757 CURSOR FOR                          00017677
                SELECT G3211_VALPARM, G3211_FECALTA, G3211_FEBAJA       00017678
                  FROM MDDT757                                          00017679
                 WHERE G3211_CDGENTI   = :G3211-CDGENTI                 00017680
                   AND G3211_CENTALTA  = :G3211-CENTALTA                00017681
                   AND G3211_CUENTNU   = :G3211-CUENTNU                 00017682
                   AND G3211_PANUMPAR  = :G3211-PANUMPAR                00017683
                 ORDER BY G3211_FECALTA DESC                            00017684
           END-EXEC                                                     00017685
                                                                        00017686
           EXEC SQL                                                     00017687
                OPEN C-TRAZA-757                                        00017688
           END-EXEC                                                     00017689
                                                                        00017690
           IF  SQLCODE NOT = ZEROES                                     00017691
               PERFORM 2780-ANOTAR-ERROR-TRAZA                          00017692
                  THRU 2780-ANOTAR-ERROR-TRAZA-EXIT                     00017693
               GO TO 2710-TRAZAR-MDDT757-EXIT                           00017694
           END-IF                                                       00017695
                                                                        00017696
           PERFORM 2770-INICIAR-NIVEL-TRAZA                             00017697
              THRU 2770-INICIAR-NIVEL-TRAZA-EXIT                        00017698
                                                                        00017699
           PERFORM 2715-LEER-TRAZA-757                                  00017700
              THRU 2715-LEER-TRAZA-757-EXIT                             00017701
             UNTIL SI-FIN-TRAZA                                         00017702
                                                                        00017703
           EXEC SQL                                                     00017704
                CLOSE C-TRAZA-757                                       00017705
           END-EXEC                                                     00017706
                                                                        00017707
           PERFORM 2785-CERRAR-NIVEL-TRAZA                              00017708
              THRU 2785-CERRAR-NIVEL-TRAZA-EXIT                         00017709
           .                                                            00017710
       2710-TRAZAR-MDDT757-EXIT.                                        00017711
           EXIT.                                                        00017712
                                                                        00017713
      ******************************************************************00017714
      * 2715-LEER-TRAZA-757.                                           *00017715
      * SE LEE LA SIGUIENTE CONDICION DE MDDT757 Y SE CLASIFICA.       *00017716
      ******************************************************************00017717
       2715-LEER-TRAZA-757.                                             00017718
                                                                        00017719
           EXEC SQL                                                     00017720
                FETCH C-TRAZA-757                                       00017721
                 INTO :WK-TRZ-VALPARM, :WK-TRZ-FECALTA, :WK-TRZ-FEBAJA  00017722
           END-EXEC                                                     00017723
                                                                        00017724
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00017725
                                                                        00017726
           EVALUATE  TRUE                                               00017727
               WHEN  DB2-OK                                             00017728
                     PERFORM 2790-CLASIFICAR-FILA-TRAZA                 00017729
                        THRU 2790-CLASIFICAR-FILA-TRAZA-EXIT            00017730
                                                                        00017731
               WHEN  DB2-CLV-NOT-FOUND                                  00017732
                     SET SI-FIN-TRAZA        TO TRUE                    00017733
                                                                        00017734
               WHEN  OTHER                                              00017735
                     PERFORM 2780-ANOTAR-ERROR-TRAZA                    00017736
                        THRU 2780-ANOTAR-ERROR-TRAZA-EXIT               00017737
                     SET SI-FIN-TRAZA        TO TRUE                    00017738
           END-EVALUATE                                                 00017739
           .                                                            00017740
       2715-LEER-TRAZA-757-EXIT.                                        00017741
           EXIT.                                                        00017742
                                                                        00017743
      ******************************************************************00017744
      * 2720-TRAZAR-MDDT756.                                           *00017745
      * SE ANOTAN EN LA TRAZA TODAS LAS CONDICIONES DE MDDT756 QUE     *00017746
      * APLICAN AL CONVENIO Y/O CAMPANA DE LA CUENTA, VIGENTES O NO EN *00017747
      * LA FECHA, EN EL MISMO ORDEN DE PRECEDENCIA QUE APLICA          *00017748
      * 2175-EJECUTAR-SELECT-756.                                      *00017749
      ******************************************************************00017750
       2720-TRAZAR-MDDT756.                                             00017751
                                                                        00017752
           MOVE CA-MDDT756                   TO WK-TRZ-TABLA            00017753
                                                                        00017754
           EXEC SQL                                                     00017755
                DECLARE C-TRAZA-756 CURSOR FOR                          00017756
                SELECT G3210_CDCONVEN, G3210_CODGCAMP,                  00017757
                       G3210_VALPARM,  G3210_FECALTA, G3210_FEBAJA      00017758
                  FROM MDDT756                                          00017759
                 WHERE G3210_CDGENTI   = :G3210-CDGENTI                 00017760
                   AND G3210_PANUMPAR  = :G3210-PANUMPAR                00017761
                   AND (G3210_CDCONVEN = :G3210-CDCONVEN OR             00017762
                        G3210_CDCONVEN = ' ')                           00017763
                   AND (G3210_CODGCAMP = :G3210-CODGCAMP OR             00017764
                        G3210_CODGCAMP = ' ')                           00017765
                 ORDER BY CASE WHEN G3210_CDCONVEN <> ' ' AND           00017766
                                    G3210_CODGCAMP <> ' ' THEN 1        00017767
                               WHEN G3210_CODGCAMP <> ' ' THEN 2        00017768
                               ELSE 3                                   00017769
                          END,                                          00017770
                          G3210_FECALTA DESC                            00017771
           END-EXEC                                                     00017772
                                                                        00017773
           EXEC SQL                                                     00017774
                OPEN C-TRAZA-756                                        00017775
           END-EXEC                                                     00017776
                                                                        00017777
           IF  SQLCODE NOT = ZEROES                                     00017778
               PERFORM 2780-ANOTAR-ERROR-TRAZA                          00017779
                  THRU 2780-ANOTAR-ERROR-TRAZA-EXIT                     00017780
               GO TO 2720-TRAZAR-MDDT756-EXIT                           00017781
           END-IF                                                       00017782
                                                                        00017783
           PERFORM 2770-INICIAR-NIVEL-TRAZA                             00017784
              THRU 2770-INICIAR-NIVEL-TRAZA-EXIT                        00017785
                                                                        00017786
           PERFORM 2722-LEER-TRAZA-756                                  00017787
              THRU 2722-LEER-TRAZA-756-EXIT                             00017788
             UNTIL SI-FIN-TRAZA                                         00017789
                                                                        00017790
           EXEC SQL                                                     00017791
                CLOSE C-TRAZA-756                                       00017792
           END-EXEC                                                     00017793
                                                                        00017794
      * -- SIN FILAS, LA CLAVE ANOTADA ES LA DE LA CUENTA.              00017795
           IF  WK-TRZ-NUM-LEIDAS = ZEROES                               00017796
               MOVE SPACES                   TO WK-TRZ-CLAVE            00017797
               STRING G3210-CDGENTI   CA-GUION                          00017798
                      G3210-CDCONVEN  CA-GUION                          00017799
                      G3210-CODGCAMP  CA-GUION                          00017800
                      G3210-PANUMPAR                                    00017801
                      DELIMITED BY SIZE    INTO WK-TRZ-CLAVE            00017802
               END-STRING                                               00017803
           END-IF                                                       00017804
                                                                        00017805
           PERFORM 2785-CERRAR-NIVEL-TRAZA                              00017806
              THRU 2785-CERRAR-NIVEL-TRAZA-EXIT                         00017807
           .                                                            00017808
       2720-TRAZAR-MDDT756-EXIT.                                        00017809
           EXIT.                                                        00017810
                                                                        00017811
      ******************************************************************00017812
      * 2722-LEER-TRAZA-756.                                           *00017813
      * SE LEE LA SIGUIENTE CONDICION DE MDDT756 Y SE CLASIFICA. LA    *00017814
      * CLAVE ANOTADA ES LA DE LA FILA, QUE PUEDE TENER A BLANCOS EL   *00017815
      * CONVENIO O LA CAMPANA.                                         *00017816
      ******************************************************************00017817
       2722-LEER-TRAZA-756.                                             00017818
                                                                        00017819
           EXEC SQL                                                     00017820
                FETCH C-TRAZA-756                                       00017821
                 INTO :WK-TRZ-CDCONVEN, :WK-TRZ-CODGCAMP,               00017822
                      :WK-TRZ-VALPARM,  :WK-TRZ-FECALTA, :WK-TRZ-FEBAJA 00017823
           END-EXEC                                                     00017824
                                                                        00017825
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00017826
                                                                        00017827
           EVALUATE  TRUE                                               00017828
               WHEN  DB2-OK                                             00017829
                     MOVE SPACES             TO WK-TRZ-CLAVE            00017830
                     STRING G3210-CDGENTI    CA-GUION                   00017831
                            WK-TRZ-CDCONVEN  CA-GUION                   00017832
                            WK-TRZ-CODGCAMP  CA-GUION                   00017833
                            G3210-PANUMPAR                              00017834
                            DELIMITED BY SIZE INTO WK-TRZ-CLAVE         00017835
                     END-STRING                                         00017836
                                                                        00017837
                     PERFORM 2790-CLASIFICAR-FILA-TRAZA                 00017838
                        THRU 2790-CLASIFICAR-FILA-TRAZA-EXIT            00017839
                                                                        00017840
               WHEN  DB2-CLV-NOT-FOUND                                  00017841
                     SET SI-FIN-TRAZA        TO TRUE                    00017842
                                                                        00017843
               WHEN  OTHER                                              00017844
                     PERFORM 2780-ANOTAR-ERROR-TRAZA                    00017845
                        THRU 2780-ANOTAR-ERROR-TRAZA-EXIT               00017846
                     SET SI-FIN-TRAZA        TO TRUE                    00017847
           END-EVALUATE                                                 00017848
           .                                                            00017849
       2722-LEER-TRAZA-756-EXIT.                                        00017850
           EXIT.                                                        00017851
                                                                        00017852
      ******************************************************************00017853
      * 2725-TRAZAR-SIN-CONVENIO.                                      *00017854
      * SE ANOTA EN LA TRAZA QUE NO SE CONSULTA MDDT756 PORQUE LA      *00017855
      * CUENTA NO TIENE CONVENIO NI CAMPANA.                           *00017856
      ******************************************************************00017857
       2725-TRAZAR-SIN-CONVENIO.                                        00017858
                                                                        00017859
           MOVE CA-MDDT756                   TO WK-TRZ-TABLA            00017860
           MOVE SPACES                       TO WK-TRZ-CLAVE            00017861
                                                WK-TRZ-VALPARM          00017862
                                                WK-TRZ-FECALTA          00017863
                                                WK-TRZ-FEBAJA           00017864
                                                                        00017865
           STRING MPYADEU-CDGENTI-E  CA-GUION                           00017866
                  MPYADEU-CENTALTA-E CA-GUION                           00017867
                  MPYADEU-CUENTNU-E                                     00017868
                  DELIMITED BY SIZE        INTO WK-TRZ-CLAVE            00017869
           END-STRING                                                   00017870
                                                                        00017871
           MOVE CA-TRZ-DESCARTADA            TO WK-TRZ-RESULT           00017872
           MOVE CA-MOT-SIN-CONVENIO          TO WK-TRZ-MOTIVO           00017873
                                                                        00017874
           PERFORM 2795-ANOTAR-FILA-TRAZA                               00017875
              THRU 2795-ANOTAR-FILA-TRAZA-EXIT                          00017876
           .                                                            00017877
       2725-TRAZAR-SIN-CONVENIO-EXIT.                                   00017878
           EXIT.                                                        00017879
                                                                        00017880
      ******************************************************************00017881
      * 2730-TRAZAR-MDDT750.                                           *00017882
      * SE ANOTAN EN LA TRAZA TODAS LAS FILAS DE MDDT750 DEL PRODUCTO  *00017883
      * Y SUBPRODUCTO PARA EL PARAMETRO, VIGENTES O NO EN LA FECHA,    *00017884
      * DE ALTA MAS RECIENTE A MAS ANTIGUA.                            *00017885
      ******************************************************************00017886
       2730-TRAZAR-MDDT750.                                             00017887
                                                                        00017888
           MOVE CA-MDDT750                   TO WK-TRZ-TABLA            00017889
           MOVE SPACES                       TO WK-TRZ-CLAVE            00017890
                                                                        00017891
           STRING G3177-CDGENTI   CA-GUION                              00017892
                  G3177-CDGPRODU  CA-GUION                              00017893
                  G3177-CDGSUBP   CA-GUION                              00017894
                  G3177-PANUMPAR                                        00017895
                  DELIMITED BY SIZE        INTO WK-TRZ-CLAVE            00017896
           END-STRING                                                   00017897
                                                                        00017898
           EXEC SQL                                                     00017899
                DECLARE C-TRAZA-750 CURSOR FOR                          00017900
                SELECT G3177_VALPARM, G3177_FECALTA, G3177_FEBAJA       00017901
                  FROM MDDT750                                          00017902
                 WHERE G3177_CDGENTI   = :G3177-CDGENTI                 00017903
                   AND G3177_CDGPRODU  = :G3177-CDGPRODU                00017904
                   AND G3177_CDGSUBP   = :G3177-CDGSUBP                 00017905
                   AND G3177_PANUMPAR  = :G3177-PANUMPAR                00017906
                 ORDER BY G3177_FECALTA DESC                            00017907
           END-EXEC                                                     00017908
                                                                        00017909
           EXEC SQL                                                     00017910
                OPEN C-TRAZA-750                                        00017911
           END-EXEC                                                     00017912
                                                                        00017913
           IF  SQLCODE NOT = ZEROES                                     00017914
               PERFORM 2780-ANOTAR-ERROR-TRAZA                          00017915
                  THRU 2780-ANOTAR-ERROR-TRAZA-EXIT                     00017916
               GO TO 2730-TRAZAR-MDDT750-EXIT                           00017917
           END-IF                                                       00017918
                                                                        00017919
           PERFORM 2770-INICIAR-NIVEL-TRAZA                             00017920
              THRU 2770-INICIAR-NIVEL-TRAZA-EXIT                        00017921
                                                                        00017922
           PERFORM 2735-LEER-TRAZA-750                                  00017923
              THRU 2735-LEER-TRAZA-750-EXIT                             00017924
             UNTIL SI-FIN-TRAZA                                         00017925
                                                                        00017926
           EXEC SQL                                                     00017927
                CLOSE C-TRAZA-750                                       00017928
           END-EXEC                                                     00017929
                                                                        00017930
           PERFORM 2785-CERRAR-NIVEL-TRAZA                              00017931
              THRU 2785-CERRAR-NIVEL-TRAZA-EXIT                         00017932
           .                                                            00017933
       2730-TRAZAR-MDDT750-EXIT.                                        00017934
           EXIT.                                                        00017935
                                                                        00017936
      ******************************************************************00017937
      * 2735-LEER-TRAZA-750.                                           *00017938
      * SE LEE LA SIGUIENTE FILA DE MDDT750 Y SE CLASIFICA.            *00017939
      ******************************************************************00017940
       2735-LEER-TRAZA-750.                                             00017941
                                                                        00017942
           EXEC SQL                                                     00017943
                FETCH C-TRAZA-750                                       00017944
                 INTO :WK-TRZ-VALPARM, :WK-TRZ-FECALTA, :WK-TRZ-FEBAJA  00017945
           END-EXEC                                                     00017946
                                                                        00017947
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00017948
                                                                        00017949
           EVALUATE  TRUE                                               00017950
               WHEN  DB2-OK                                             00017951
                     PERFORM 2790-CLASIFICAR-FILA-TRAZA                 00017952
                        THRU 2790-CLASIFICAR-FILA-TRAZA-EXIT            00017953
                                                                        00017954
               WHEN  DB2-CLV-NOT-FOUND                                  00017955
                     SET SI-FIN-TRAZA        TO TRUE                    00017956
                                                                        00017957
               WHEN  OTHER                                              00017958
                     PERFORM 2780-ANOTAR-ERROR-TRAZA                    00017959
                        THRU 2780-ANOTAR-ERROR-TRAZA-EXIT               00017960
                     SET SI-FIN-TRAZA        TO TRUE                    00017961
           END-EVALUATE                                                 00017962
           .                                                            00017963
       2735-LEER-TRAZA-750-EXIT.                                        00017964
           EXIT.                                                        00017965
                                                                        00017966
      ******************************************************************00017967
      * 2740-TRAZAR-MDDT755.                                           *00017968
      * SE ANOTAN EN LA TRAZA TODAS LAS FILAS DE MDDT755 DE LA ENTIDAD *00017969
      * PARA EL PARAMETRO, VIGENTES O NO EN LA FECHA, DE ALTA MAS      *00017970
      * RECIENTE A MAS ANTIGUA.                                        *00017971
      ******************************************************************00017972
       2740-TRAZAR-MDDT755.                                             00017973
                                                                        00017974
           MOVE CA-MDDT755                   TO WK-TRZ-TABLA            00017975
           MOVE SPACES                       TO WK-TRZ-CLAVE            00017976
                                                                        00017977
           STRING G3178-CDGENTI   CA-GUION                              00017978
                  G3178-PANUMPAR                                        00017979
                  DELIMITED BY SIZE        INTO WK-TRZ-CLAVE            00017980
           END-STRING                                                   00017981
                                                                        00017982
           EXEC SQL                                                     00017983
                DECLARE C-TRAZA-755 CURSOR FOR                          00017984
                SELECT G3178_VALPARM, G3178_FECALTA, G3178_FEBAJA       00017985
                  FROM MDDT755                                          00017986
                 WHERE G3178_CDGENTI   = :G3178-CDGENTI                 00017987
                   AND G3178_PANUMPAR  = :G3178-PANUMPAR                00017988
                 ORDER BY G3178_FECALTA DESC                            00017989
           END-EXEC                                                     00017990
                                                                        00017991
           EXEC SQL                                                     00017992
                OPEN C-TRAZA-755                                        00017993
           END-EXEC                                                     00017994
                                                                        00017995
           IF  SQLCODE NOT = ZEROES                                     00017996
               PERFORM 2780-ANOTAR-ERROR-TRAZA                          00017997
                  THRU 2780-ANOTAR-ERROR-TRAZA-EXIT                     00017998
               GO TO 2740-TRAZAR-MDDT755-EXIT                           00017999
           END-IF                                                       00018000
                                                                        00018001
           PERFORM 2770-INICIAR-NIVEL-TRAZA                             00018002
              THRU 2770-INICIAR-NIVEL-TRAZA-EXIT                        00018003
                                                                        00018004
           PERFORM 2745-LEER-TRAZA-755                                  00018005
              THRU 2745-LEER-TRAZA-755-EXIT                             00018006
             UNTIL SI-FIN-TRAZA                                         00018007
                                                                        00018008
           EXEC SQL                                                     00018009
                CLOSE C-TRAZA-755                                       00018010
           END-EXEC                                                     00018011
                                                                        00018012
           PERFORM 2785-CERRAR-NIVEL-TRAZA                              00018013
              THRU 2785-CERRAR-NIVEL-TRAZA-EXIT                         00018014
           .                                                            00018015
       2740-TRAZAR-MDDT755-EXIT.                                        00018016
           EXIT.                                                        00018017
                                                                        00018018
      ******************************************************************00018019
      * 2745-LEER-TRAZA-755.                                           *00018020
      * SE LEE LA SIGUIENTE FILA DE MDDT755 Y SE CLASIFICA.            *00018021
      ******************************************************************00018022
       2745-LEER-TRAZA-755.                                             00018023
                                                                        00018024
           EXEC SQL                                                     00018025
                FETCH C-TRAZA-755                                       00018026
                 INTO :WK-TRZ-VALPARM, :WK-TRZ-FECALTA, :WK-TRZ-FEBAJA  00018027
           END-EXEC                                                     00018028
                                                                        00018029
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00018030
                                                                        00018031
           EVALUATE  TRUE                                               00018032
               WHEN  DB2-OK                                             00018033
                     PERFORM 2790-CLASIFICAR-FILA-TRAZA                 00018034
                        THRU 2790-CLASIFICAR-FILA-TRAZA-EXIT            00018035
                                                                        00018036
               WHEN  DB2-CLV-NOT-FOUND                                  00018037
                     SET SI-FIN-TRAZA        TO TRUE                    00018038
                                                                        00018039
               WHEN  OTHER                                              00018040
                     PERFORM 2780-ANOTAR-ERROR-TRAZA                    00018041
                        THRU 2780-ANOTAR-ERROR-TRAZA-EXIT               00018042
                     SET SI-FIN-TRAZA        TO TRUE                    00018043
           END-EVALUATE                                                 00018044
           .                                                            00018045
       2745-LEER-TRAZA-755-EXIT.                                        00018046
           EXIT.                                                        00018047
                                                                        00018048
      ******************************************************************00018049
      * 2770-INICIAR-NIVEL-TRAZA.                                      *00018050
      * SE PREPARA LA LECTURA DE LAS FILAS DE UN NIVEL DE LA TRAZA.    *00018051
      ******************************************************************00018052
       2770-INICIAR-NIVEL-TRAZA.                                        00018053
                                                                        00018054
           SET NO-TRZ-GANADORA               TO TRUE                    00018055
           SET NO-FIN-TRAZA                  TO TRUE                    00018056
           MOVE ZEROES                       TO WK-TRZ-NUM-LEIDAS       00018057
           .                                                            00018058
       2770-INICIAR-NIVEL-TRAZA-EXIT.                                   00018059
           EXIT.                                                        00018060
                                                                        00018061
      ******************************************************************00018062
      * 2780-ANOTAR-ERROR-TRAZA.                                       *00018063
      * SE ANOTA EN LA TRAZA UN ERROR DB2 AL LEER LAS FILAS DE UN      *00018064
      * NIVEL. LA INCIDENCIA NO ALTERA EL RESULTADO DE LA RUTINA.      *00018065
      ******************************************************************00018066
       2780-ANOTAR-ERROR-TRAZA.                                         00018067
                                                                        00018068
           MOVE SPACES                       TO WK-TRZ-VALPARM          00018069
                                                WK-TRZ-FECALTA          00018070
                                                WK-TRZ-FEBAJA           00018071
           MOVE CA-TRZ-DESCARTADA            TO WK-TRZ-RESULT           00018072
           MOVE CA-MOT-ERROR                 TO WK-TRZ-MOTIVO           00018073
                                                                        00018074
           PERFORM 2795-ANOTAR-FILA-TRAZA                               00018075
              THRU 2795-ANOTAR-FILA-TRAZA-EXIT                          00018076
           .                                                            00018077
       2780-ANOTAR-ERROR-TRAZA-EXIT.                                    00018078
           EXIT.                                                        00018079
                                                                        00018080
      ******************************************************************00018081
      * 2785-CERRAR-NIVEL-TRAZA.                                       *00018082
      * SI EL NIVEL NO TIENE NINGUNA FILA PARA LA CLAVE SE ANOTA ASI   *00018083
      * EN LA TRAZA.                                                   *00018084
      ******************************************************************00018085
       2785-CERRAR-NIVEL-TRAZA.                                         00018086
                                                                        00018087
           IF  WK-TRZ-NUM-LEIDAS = ZEROES                               00018088
               MOVE SPACES                   TO WK-TRZ-VALPARM          00018089
                                                WK-TRZ-FECALTA          00018090
                                                WK-TRZ-FEBAJA           00018091
               MOVE CA-TRZ-DESCARTADA        TO WK-TRZ-RESULT           00018092
               MOVE CA-MOT-SIN-FILAS         TO WK-TRZ-MOTIVO           00018093
                                                                        00018094
               PERFORM 2795-ANOTAR-FILA-TRAZA                           00018095
                  THRU 2795-ANOTAR-FILA-TRAZA-EXIT                      00018096
           END-IF                                                       00018097
           .                                                            00018098
       2785-CERRAR-NIVEL-TRAZA-EXIT.                                    00018099
           EXIT.                                                        00018100
                                                                        00018101
      ******************************************************************00018102
      * 2790-CLASIFICAR-FILA-TRAZA.                                    *00018103
      * SE CLASIFICA LA FILA LEIDA FRENTE A LA FECHA DE ENTRADA: LA    *00018104
      * PRIMERA VIGENTE DEL NIVEL ES LA GANADORA Y SE DEVUELVE COMO    *00018105
      * FILA USADA; EL RESTO SE DESCARTA CON SU MOTIVO.                *00018106
      ******************************************************************00018107
       2790-CLASIFICAR-FILA-TRAZA.                                      00018108
                                                                        00018109
           ADD 1                             TO WK-TRZ-NUM-LEIDAS       00018110
                                                                        00018111
           EVALUATE  TRUE                                               00018112
               WHEN  WK-TRZ-FECALTA > MPYADEU-FECHA-E                   00018113
                     MOVE CA-TRZ-DESCARTADA  TO WK-TRZ-RESULT           00018114
                     MOVE CA-MOT-FUTURA      TO WK-TRZ-MOTIVO           00018115
                                                                        00018116
               WHEN  WK-TRZ-FEBAJA < MPYADEU-FECHA-E                    00018117
                     MOVE CA-TRZ-DESCARTADA  TO WK-TRZ-RESULT           00018118
                     MOVE CA-MOT-CADUCADA    TO WK-TRZ-MOTIVO           00018119
                                                                        00018120
               WHEN  SI-TRZ-GANADORA                                    00018121
                     MOVE CA-TRZ-DESCARTADA  TO WK-TRZ-RESULT           00018122
                     MOVE CA-MOT-PRECEDIDA   TO WK-TRZ-MOTIVO           00018123
                                                                        00018124
               WHEN  OTHER                                              00018125
                     SET SI-TRZ-GANADORA     TO TRUE                    00018126
                     MOVE CA-TRZ-GANADORA    TO WK-TRZ-RESULT           00018127
                     MOVE CA-MOT-VIGENTE     TO WK-TRZ-MOTIVO           00018128
                                                                        00018129
                     MOVE WK-TRZ-TABLA       TO MPYADEU-TRZ-TABLA-S     00018130
                     MOVE WK-TRZ-CLAVE       TO MPYADEU-TRZ-CLAVE-S     00018131
                     MOVE WK-TRZ-FECALTA     TO MPYADEU-TRZ-FECALTA-S   00018132
                     MOVE WK-TRZ-FEBAJA      TO MPYADEU-TRZ-FEBAJA-S    00018133
           END-EVALUATE                                                 00018134
                                                                        00018135
           PERFORM 2795-ANOTAR-FILA-TRAZA                               00018136
              THRU 2795-ANOTAR-FILA-TRAZA-EXIT                          00018137
           .                                                            00018138
       2790-CLASIFICAR-FILA-TRAZA-EXIT.                                 00018139
           EXIT.                                                        00018140
                                                                        00018141
      ******************************************************************00018142
      * 2795-ANOTAR-FILA-TRAZA.                                        *00018143
      * SE ANADE LA FILA EN CURSO A LA TABLA DE FILAS DE LA TRAZA. SI  *00018144
      * LA TABLA ESTA LLENA SE MARCA EL DESBORDE.                      *00018145
      ******************************************************************00018146
       2795-ANOTAR-FILA-TRAZA.                                          00018147
                                                                        00018148
           IF  MPYADEU-TRZ-NUM-FILAS-S < CN-MAX-FILAS-TRAZA             00018149
               ADD 1                         TO MPYADEU-TRZ-NUM-FILAS-S 00018150
               MOVE MPYADEU-TRZ-NUM-FILAS-S  TO WK-IDX-TRZ              00018151
                                                                        00018152
               MOVE WK-TRZ-TABLA                                        00018153
                             TO MPYADEU-TRZ-F-TABLA-S   (WK-IDX-TRZ)    00018154
               MOVE WK-TRZ-CLAVE                                        00018155
                             TO MPYADEU-TRZ-F-CLAVE-S   (WK-IDX-TRZ)    00018156
               MOVE WK-TRZ-VALPARM                                      00018157
                             TO MPYADEU-TRZ-F-VALPARM-S (WK-IDX-TRZ)    00018158
               MOVE WK-TRZ-FECALTA                                      00018159
                             TO MPYADEU-TRZ-F-FECALTA-S (WK-IDX-TRZ)    00018160
               MOVE WK-TRZ-FEBAJA                                       00018161
                             TO MPYADEU-TRZ-F-FEBAJA-S  (WK-IDX-TRZ)    00018162
               MOVE WK-TRZ-RESULT                                       00018163
                             TO MPYADEU-TRZ-F-RESULT-S  (WK-IDX-TRZ)    00018164
               MOVE WK-TRZ-MOTIVO                                       00018165
                             TO MPYADEU-TRZ-F-MOTIVO-S  (WK-IDX-TRZ)    00018166
           ELSE                                                         00018167
               MOVE CA-SI                    TO MPYADEU-TRZ-DESBORDE-S  00018168
           END-IF                                                       00018169
           .                                                            00018170
       2795-ANOTAR-FILA-TRAZA-EXIT.                                     00018171
           EXIT.                                                        00018172
                                                                        00018173
      ******************************************************************00018174
       3000-FIN.                                                        00018175
                                                                        00018176
           MOVE WK-NIVEL-USO                 TO MPYADEU-NIVEL-S         00018177
                                                                        00018178
           PERFORM 8000-REGISTRAR-USO                                   00018179
              THRU 8000-REGISTRAR-USO-EXIT                              00018180
                                                                        00018181
           GOBACK                                                       00018182
                                                                        00018183
           .                                                            00018184
       3000-FIN-EXIT.                                                   00018185
           EXIT.                                                        00018186
                                                                        00018187
      ******************************************************************00018188
      * 8000-REGISTRAR-USO.                                            *00018189
      * SE ANOTA LA INVOCACION EN LA TABLA DE ESTADISTICAS DE USO      *00018190
      * PARM_USO_RUTINA: PROGRAMA LLAMADOR, PARAMETRO PEDIDO, NIVEL    *00018191
      * DE RESOLUCION Y CODIGO DE RETORNO. UNA INCIDENCIA EN ESTA      *00018192
      * ANOTACION NO ALTERA EL RESULTADO DEVUELTO POR LA RUTINA.       *00018193
      ******************************************************************00018194
       8000-REGISTRAR-USO.                                              00018195
                                                                        00018196
           IF  MPYADEU-PROGRAMA-E = SPACES OR LOW-VALUES                00018197
               MOVE CA-PROG-NO-INF           TO G3181-PROGRAMA          00018198
           ELSE                                                         00018199
               MOVE MPYADEU-PROGRAMA-E       TO G3181-PROGRAMA          00018200
           END-IF                                                       00018201
                                                                        00018202
           MOVE WK-PANUMPAR                  TO G3181-PANUMPAR          00018203
           MOVE WK-NIVEL-USO                 TO G3181-NIVEL             00018204
           MOVE MPYADEU-COD-RET              TO G3181-CODRET            00018205
                                                                        00018206
           EXEC SQL                                                     00018207
                UPDATE PARM_USO_RUTINA                                  00018208
                   SET G3181_NUMINVOC = G3181_NUMINVOC + 1              00018209
                 WHERE G3181_FECHA    = CURRENT DATE                    00018210
                   AND G3181_PROGRAMA = :G3181-PROGRAMA                 00018211
                   AND G3181_PANUMPAR = :G3181-PANUMPAR                 00018212
                   AND G3181_NIVEL    = :G3181-NIVEL                    00018213
                   AND G3181_CODRET   = :G3181-CODRET                   00018214
           END-EXEC                                                     00018215
                                                                        00018216
           IF  SQLCODE = +100                                           00018217
               MOVE 1                        TO G3181-NUMINVOC          00018218
                                                                        00018219
               EXEC SQL                                                 00018220
                    INSERT INTO PARM_USO_RUTINA                         00018221
                           ( G3181_FECHA,     G3181_PROGRAMA,           00018222
                             G3181_PANUMPAR,  G3181_NIVEL,              00018223
                             G3181_CODRET,    G3181_NUMINVOC )          00018224
                    VALUES ( CURRENT DATE,    :G3181-PROGRAMA,          00018225
                             :G3181-PANUMPAR, :G3181-NIVEL,             00018226
                             :G3181-CODRET,   :G3181-NUMINVOC )         00018227
               END-EXEC                                                 00018228
                                                                        00018229
               IF  SQLCODE = -803                                       00018230
                   EXEC SQL                                             00018231
                        UPDATE PARM_USO_RUTINA                          00018232
                           SET G3181_NUMINVOC = G3181_NUMINVOC + 1      00018233
                         WHERE G3181_FECHA    = CURRENT DATE            00018234
                           AND G3181_PROGRAMA = :G3181-PROGRAMA         00018235
                           AND G3181_PANUMPAR = :G3181-PANUMPAR         00018236
                           AND G3181_NIVEL    = :G3181-NIVEL            00018237
                           AND G3181_CODRET   = :G3181-CODRET           00018238
                   END-EXEC                                             00018239
               END-IF                                                   00018240
           END-IF                                                       00018241
           .                                                            00018242
       8000-REGISTRAR-USO-EXIT.                                         00018243
           EXIT.                                                        00018244
                                                                        00017690

