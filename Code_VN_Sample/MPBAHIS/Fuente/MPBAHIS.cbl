      *               DEJANDO CONSTANCIA DE CADA ALTA/CIERRE EN LAS    *00000140
      *               TABLAS HISTORICAS MDDT750H Y MDDT755H PARA       *00000150
      *               PODER RECONSTRUIR EL VALOR VIGENTE DE UN         *00000160
      *               PARAMETRO EN CUALQUIER FECHA PASADA. MANTIENE    *00000170
      *               TAMBIEN LAS CONDICIONES PARTICULARES POR         *00000172
      *               CONVENIO/CAMPANA (MDDT756) Y POR CUENTA          *00000174
      *               (MDDT757) CON SUS HISTORICOS MDDT756H/MDDT757H.  *00000176
      *-                                                              -*00000180
      *  FICHEROS DE ENTRADA:                                          *00000190
      *        MPBAHIE1: MOVIMIENTOS DE ALTA/CIERRE DE PARAMETROS.    * 00000200
      *    D4462801 : DCLGEN DE LA TABLA HISTORICA MDDT750H.           *00000280
      *    D4463100 : DCLGEN DE LA TABLA DE DOMINIOS PARM_DOMINIO.     *00000281
      *    D4462901 : DCLGEN DE LA TABLA HISTORICA MDDT755H.           *00000290
      *    D4466100 : DCLGEN DE LA TABLA MDDT756.                      *00000291
      *    D4466101 : DCLGEN DE LA TABLA HISTORICA MDDT756H.           *00000292
      *    D4466200 : DCLGEN DE LA TABLA MDDT757.                      *00000293
      *    D4466201 : DCLGEN DE LA TABLA HISTORICA MDDT757H.           *00000294
      *    MPYAREG  : COPY DE COMUNICACION CON LA RUTINA MPBAREG.      *00000295
      *-                                                              -*00000300
      *  CODIGOS DE RETORNO:                                           *00000310
      *    '00'     : CORRECTO.                                        *00000320
      *                        CONTRA EL DICCIONARIO PARM_CATALOGO:   * 00090105
      *                        LOS CODIGOS NO DEFINIDOS O INACTIVOS   * 00090106
      *                        SE RECHAZAN AL LISTADO.                * 00090107
      * VIEWNEXT 15-10-2026    NUEVOS CODIGOS DE TABLA '3' (MDDT756,  * 00090108
      *                        CONDICIONES POR CONVENIO/CAMPANA) Y    * 00090109
      *                        '4' (MDDT757, CONDICIONES POR CUENTA), * 00090110
      *                        CON ALTA, CIERRE E HISTORICO EN        * 00090111
      *                        MDDT756H/MDDT757H. LA CLAVE VIAJA EN   * 00090112
      *                        LA POSICION DE LA DESCRIPCION LARGA.   * 00090113
      * VIEWNEXT 15-10-2026    LAS ALTAS Y CIERRES DE MDDT750/MDDT755  *00090114
      *                        SE VALIDAN CON LA RUTINA MPBAREG CONTRA *00090115
      *                        LAS REGLAS DE CONSISTENCIA ENTRE        *00090116
      *                        PARAMETROS DE PARM_REGLA: LOS QUE       *00090117
      *                        INCUMPLEN ALGUNA SE RECHAZAN AL LISTADO.*00090118
      ******************************************************************00000430
                                                                        00000440
      ******************************************************************00000450
           05  TR-PANUMPAR                 PIC X(03).                   00001070
           05  TR-VALPARM                  PIC X(10).                   00001080
           05  TR-DESLARG                  PIC X(40).                   00001090
      * -- TABLA '3': CLAVE DE CONVENIO/CAMPANA (BLANCOS = CUALQUIERA). 00001091
           05  TR-CLAVE-CONVENIO REDEFINES TR-DESLARG.                  00001092
               10  TR-CDCONVEN             PIC X(04).                   00001093
               10  TR-CODGCAMP             PIC X(06).                   00001094
               10  FILLER                  PIC X(30).                   00001095
      * -- TABLA '4': CLAVE DE LA CUENTA.                               00001096
           05  TR-CLAVE-CUENTA REDEFINES TR-DESLARG.                    00001097
               10  TR-CENTALTA             PIC X(04).                   00001098
               10  TR-CUENTNU              PIC X(12).                   00001099
               10  FILLER                  PIC X(24).                   00001100
           05  TR-FECALTA                  PIC X(10).                   00001101
           05  TR-FEBAJA                   PIC X(10).                   00001110
           05  FILLER                      PIC X(15).                   00001120
                                                                        00001130
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001514
               10  CA-TABLA-750            PIC X(01)   VALUE '1'.       00001515
               10  CA-TABLA-755            PIC X(01)   VALUE '2'.       00001516
               10  CA-TABLA-756            PIC X(01)   VALUE '3'.       00001517
               10  CA-TABLA-757            PIC X(01)   VALUE '4'.       00001518
               10  CA-OPERA-ALTA           PIC X(01)   VALUE 'A'.       00001519
               10  CA-OPERA-CIERRE         PIC X(01)   VALUE 'C'.       00001520
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001521
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001522
               10  CA-MDDT750              PIC X(08)   VALUE 'MDDT750'. 00001523
               10  CA-MDDT755              PIC X(08)   VALUE 'MDDT755'. 00001524
               10  CA-MDDT750H             PIC X(08)   VALUE 'MDDT750H'.00001525
               10  CA-MDDT755H             PIC X(08)   VALUE 'MDDT755H'.00001526
               10  CA-MDDT756              PIC X(08)   VALUE 'MDDT756'. 00001527
               10  CA-MDDT757              PIC X(08)   VALUE 'MDDT757'. 00001528
               10  CA-MDDT756H             PIC X(08)   VALUE 'MDDT756H'.00001529
               10  CA-MDDT757H             PIC X(08)   VALUE 'MDDT757H'.00001530
               10  CA-MPDT007              PIC X(08)   VALUE 'MPDT007'. 00001531
               10  CA-PARM-DOMINIO         PIC X(12)   VALUE 'PARM_DOMIN00001532
      -                            'IO'.                                00001533
               10  CA-PARM-CATALOGO        PIC X(13)   VALUE 'PARM_CATAL00001526
      -                            'OGO'.                               00001527
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001527
      -                            'AR EN LA TABLA MDDT750H'.           00001730
               10  CA-ERR-INSERT-755H PIC X(39)   VALUE 'ERROR AL INSERT00001740
      -                            'AR EN LA TABLA MDDT755H'.           00001750
               10  CA-ERR-INSERT-756 PIC X(37)   VALUE 'ERROR AL INSERTA00001751
      -                            'R EN LA TABLA MDDT756'.             00001752
               10  CA-ERR-UPDATE-756 PIC X(36)   VALUE 'ERROR AL ACTUALI00001753
      -                            'ZAR LA TABLA MDDT756'.              00001754
               10  CA-ERR-INSERT-756H PIC X(38)   VALUE 'ERROR AL INSERT00001755
      -                            'AR EN LA TABLA MDDT756H'.           00001756
               10  CA-ERR-INSERT-757 PIC X(37)   VALUE 'ERROR AL INSERTA00001757
      -                            'R EN LA TABLA MDDT757'.             00001758
               10  CA-ERR-UPDATE-757 PIC X(36)   VALUE 'ERROR AL ACTUALI00001759
      -                            'ZAR LA TABLA MDDT757'.              00001760
               10  CA-ERR-INSERT-757H PIC X(38)   VALUE 'ERROR AL INSERT00001761
      -                            'AR EN LA TABLA MDDT757H'.           00001762
               10  CA-ERR-SIN-CONVENIO PIC X(31)   VALUE 'CONVENIO Y CAM00001763
      -                            'PANA SIN INFORMAR'.                 00001764
               10  CA-ERR-SIN-CUENTA PIC X(28)   VALUE 'CENTRO O CUENTA 00001765
      -                            'SIN INFORMAR'.                      00001766
               10  CA-ERR-CUENTA-INEXIST PIC X(29)   VALUE 'CUENTA INEXI00001767
      -                            'STENTE EN MPDT007'.                 00001768
               10  CA-ERR-LEER-MPDT007 PIC X(30)   VALUE 'ERROR AL LEER 00001769
      -                            'LA TABLA MPDT007'.                  00001770
               10  CA-ERR-TABLA-DESCON PIC X(39)   VALUE 'CODIGO DE TABL00001771
      -                            'A DE ENTRADA DESCONOCIDO'.          00001772
               10  CA-ERR-OPERA-DESCON PIC X(43)   VALUE 'CODIGO DE OPER00001780
      -                            'ACION DE ENTRADA DESCONOCIDO'.      00001790
               10  CA-PRF-1100 PIC X(19)   VALUE '1100-ABRIR-FICHEROS'. 00001800
               10  CA-PRF-2210 PIC X(18)   VALUE '2210-ALTA-755'.       00001840
               10  CA-PRF-2220 PIC X(21)   VALUE '2220-CIERRE-755'.     00001850
               10  CA-PRF-2230 PIC X(21)   VALUE '2230-HISTORIAR-755'.  00001860
               10  CA-PRF-2410 PIC X(13)   VALUE '2410-ALTA-756'.       00001861
               10  CA-PRF-2420 PIC X(15)   VALUE '2420-CIERRE-756'.     00001862
               10  CA-PRF-2430 PIC X(18)   VALUE '2430-HISTORIAR-756'.  00001863
               10  CA-PRF-2505 PIC X(21)   VALUE '2505-VALIDAR-CUENTA'. 00001864
               10  CA-PRF-2510 PIC X(13)   VALUE '2510-ALTA-757'.       00001865
               10  CA-PRF-2520 PIC X(15)   VALUE '2520-CIERRE-757'.     00001866
               10  CA-PRF-2530 PIC X(18)   VALUE '2530-HISTORIAR-757'.  00001867
               10  CA-PRF-2300 PIC X(23)   VALUE '2300-ESCRIBIR-EXCEPCIO00001870
      -                            'N'.                                 00001880
               10  CA-PRF-3100 PIC X(20)   VALUE '3100-CERRAR-FICHEROS'.00001890
                                                                        00002270
       01  WK-VARIABLES-DOMINIO.                                        00002861
           05  WK-NUM-DOMINIO              PIC S9(09)  COMP VALUE +0.   00002862
           05  WK-NUM-CUENTAS              PIC S9(09)  COMP VALUE +0.   00002863
                                                                        00002864
      ******************************************************************00002280
      * VARIABLES DE INFORMACION DE LA FUNCION                        * 00002290
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002300
                                                                        00003067
      * -- DCLGEN DE LA TABLA HISTORICA MDDT755H.                       00003070
           EXEC SQL INCLUDE D4462901 END-EXEC.                          00003080
                                                                        00003090
      * -- DCLGEN DE LA TABLA MDDT756 Y DE SU HISTORICO MDDT756H.       00003100
           EXEC SQL INCLUDE D4466100 END-EXEC.                          00003110
           EXEC SQL INCLUDE D4466101 END-EXEC.                          00003120
                                                                        00003130
      * -- DCLGEN DE LA TABLA MDDT757 Y DE SU HISTORICO MDDT757H.       00003140
           EXEC SQL INCLUDE D4466200 END-EXEC.                          00003150
           EXEC SQL INCLUDE D4466201 END-EXEC.                          00003160
      ******************************************************************00090200
      *        R E G I S T R O   D E   F I C H E R O S                 *00090201
      ******************************************************************00090202
      * -- COPY DE COMUNICACION CON LA RUTINA DE FICHEROS XXBAFIC.      00090230
           COPY XXYAFIC.                                                00090231
                                                                        00090232
       01  CT-CONTROL-REGLAS.                                           00090233
           05  CA-MPBAREG              PIC X(08)   VALUE 'MPBAREG'.     00090234
           05  CA-REG-RETORNO-OK       PIC X(02)   VALUE '00'.          00090235
           05  CA-REG-INCUMPLE         PIC X(01)   VALUE 'S'.           00090236
           05  CA-REG-TABLA-750        PIC X(03)   VALUE '750'.         00090237
           05  CA-REG-TABLA-755        PIC X(03)   VALUE '755'.         00090238
           05  CA-LIT-REGLA            PIC X(15)   VALUE 'INCUMPLE REGLA00090239
      -                            ' '.                                 00090240
           05  CA-PRF-2098             PIC X(19)   VALUE '2098-VALIDAR-R00090241
      -                            'EGLAS'.                             00090242
           05  CA-ERR-REGLAS           PIC X(38)   VALUE 'ERROR EN LA RU00090243
      -                            'TINA DE REGLAS MPBAREG'.            00090244
                                                                        00090245
      * -- COPY DE COMUNICACION CON LA RUTINA DE REGLAS ENTRE           00090246
      * -- PARAMETROS MPBAREG.                                          00090247
           COPY MPYAREG.                                                00090248
                                                                        00090249
                                                                        00003090
      ******************************************************************00003100
      *                       PROCEDURE DIVISION                      * 00003110
                     PERFORM 2200-TRATAR-755                            00004270
                        THRU 2200-TRATAR-755-EXIT                       00004280
                                                                        00004290
               WHEN  TR-TABLA = CA-TABLA-756                            00004291
                     PERFORM 2400-TRATAR-756                            00004292
                        THRU 2400-TRATAR-756-EXIT                       00004293
                                                                        00004294
               WHEN  TR-TABLA = CA-TABLA-757                            00004295
                     PERFORM 2500-TRATAR-757                            00004296
                        THRU 2500-TRATAR-757-EXIT                       00004297
                                                                        00004298
               WHEN  OTHER                                              00004300
                     SET NO-TRAMA-VALIDA      TO TRUE                   00004310
                     MOVE CA-ERR-TABLA-DESCON TO WD-RESULTADO           00004320
                     PERFORM 2105-VALIDAR-DOMINIO                       00004651
                        THRU 2105-VALIDAR-DOMINIO-EXIT                  00004652
                     IF  SI-TRAMA-VALIDA                                00004653
                         PERFORM 2098-VALIDAR-REGLAS                    00004656
                            THRU 2098-VALIDAR-REGLAS-EXIT               00004659
                     END-IF                                             00004662
                     IF  SI-TRAMA-VALIDA                                00004665
                         PERFORM 2110-ALTA-750                          00004668
                            THRU 2110-ALTA-750-EXIT                     00004671
                     END-IF                                             00004674
                                                                        00004680
               WHEN  TR-TIPOPERA = CA-OPERA-CIERRE                      00004690
                     PERFORM 2098-VALIDAR-REGLAS                        00004691
                        THRU 2098-VALIDAR-REGLAS-EXIT                   00004692
                     IF  SI-TRAMA-VALIDA                                00004693
                         PERFORM 2120-CIERRE-750                        00004700
                            THRU 2120-CIERRE-750-EXIT                   00004710
                     END-IF                                             00004715
                                                                        00004720
               WHEN  OTHER                                              00004730
                     SET NO-TRAMA-VALIDA      TO TRUE                   00004740
                     PERFORM 2105-VALIDAR-DOMINIO                       00006651
                        THRU 2105-VALIDAR-DOMINIO-EXIT                  00006652
                     IF  SI-TRAMA-VALIDA                                00006653
                         PERFORM 2098-VALIDAR-REGLAS                    00006654
                            THRU 2098-VALIDAR-REGLAS-EXIT               00006655
                     END-IF                                             00006656
                     IF  SI-TRAMA-VALIDA                                00006657
                         PERFORM 2210-ALTA-755                          00006658
                            THRU 2210-ALTA-755-EXIT                     00006659
                     END-IF                                             00006660
                                                                        00006430
               WHEN  TR-TIPOPERA = CA-OPERA-CIERRE                      00006440
                     PERFORM 2098-VALIDAR-REGLAS                        00006441
                        THRU 2098-VALIDAR-REGLAS-EXIT                   00006442
                     IF  SI-TRAMA-VALIDA                                00006443
                         PERFORM 2220-CIERRE-755                        00006450
                            THRU 2220-CIERRE-755-EXIT                   00006460
                     END-IF                                             00006465
                                                                        00006470
               WHEN  OTHER                                              00006480
                     SET NO-TRAMA-VALIDA      TO TRUE                   00006490
           EXIT.                                                        00007910
                                                                        00007920
      ******************************************************************00007000
      ***                   2400-TRATAR-756                         *** 00007001
      ***                   ---------------                         *** 00007002
      * SE APLICA EL MOVIMIENTO DE ALTA O CIERRE DE VIGENCIA SOBRE     *00007003
      * LA TABLA DE CONDICIONES POR CONVENIO/CAMPANA MDDT756 Y SE      *00007004
      * GRABA EL HISTORICO CORRESPONDIENTE. AL MENOS UNO DE LOS DOS    *00007005
      * CODIGOS DEBE VENIR INFORMADO; EL OTRO A BLANCOS VALE PARA      *00007006
      * CUALQUIER VALOR.                                               *00007007
      ******************************************************************00007008
       2400-TRATAR-756.                                                 00007009
           IF  TR-CDCONVEN = SPACES AND TR-CODGCAMP = SPACES            00007010
               SET NO-TRAMA-VALIDA            TO TRUE                   00007011
               MOVE CA-ERR-SIN-CONVENIO       TO WD-RESULTADO           00007012
               GO TO 2400-TRATAR-756-EXIT                               00007013
           END-IF                                                       00007014
                                                                        00007015
           PERFORM 2095-VALIDAR-CATALOGO                                00007016
              THRU 2095-VALIDAR-CATALOGO-EXIT                           00007017
                                                                        00007018
           IF  NO-TRAMA-VALIDA                                          00007019
               GO TO 2400-TRATAR-756-EXIT                               00007020
           END-IF                                                       00007021
                                                                        00007022
           INITIALIZE DCLMDDT756                                        00007023
                                                                        00007024
           MOVE TR-CDGENTI                    TO G3210-CDGENTI          00007025
           MOVE TR-CDCONVEN                   TO G3210-CDCONVEN         00007026
           MOVE TR-CODGCAMP                   TO G3210-CODGCAMP         00007027
           MOVE TR-PANUMPAR                   TO G3210-PANUMPAR         00007028
           MOVE TR-VALPARM                    TO G3210-VALPARM          00007029
           MOVE TR-FECALTA                    TO G3210-FECALTA          00007030
           MOVE TR-FEBAJA                     TO G3210-FEBAJA           00007031
                                                                        00007032
           EVALUATE  TRUE                                               00007033
               WHEN  TR-TIPOPERA = CA-OPERA-ALTA                        00007034
                     PERFORM 2105-VALIDAR-DOMINIO                       00007035
                        THRU 2105-VALIDAR-DOMINIO-EXIT                  00007036
                     IF  SI-TRAMA-VALIDA                                00007037
                         PERFORM 2410-ALTA-756                          00007038
                            THRU 2410-ALTA-756-EXIT                     00007039
                     END-IF                                             00007040
                                                                        00007041
               WHEN  TR-TIPOPERA = CA-OPERA-CIERRE                      00007042
                     PERFORM 2420-CIERRE-756                            00007043
                        THRU 2420-CIERRE-756-EXIT                       00007044
                                                                        00007045
               WHEN  OTHER                                              00007046
                     SET NO-TRAMA-VALIDA      TO TRUE                   00007047
                     MOVE CA-ERR-OPERA-DESCON TO WD-RESULTADO           00007048
                                                                        00007049
           END-EVALUATE                                                 00007050
                                                                        00007051
           IF  SI-TRAMA-VALIDA                                          00007052
               PERFORM 2430-HISTORIAR-756                               00007053
                  THRU 2430-HISTORIAR-756-EXIT                          00007054
           END-IF                                                       00007055
                                                                        00007056
           .                                                            00007057
       2400-TRATAR-756-EXIT.                                            00007058
           EXIT.                                                        00007059
                                                                        00007060
      ******************************************************************00007061
      ***                   2410-ALTA-756                           *** 00007062
      ***                   --------------                          *** 00007063
      * SE INSERTA LA NUEVA FILA VIGENTE EN LA TABLA MDDT756.          *00007064
      ******************************************************************00007065
       2410-ALTA-756.                                                   00007066
                                                                        00007067
           EXEC SQL                                                     00007068
                INSERT INTO MDDT756                                     00007069
                       ( G3210_CDGENTI,  G3210_CDCONVEN,                00007070
                         G3210_CODGCAMP, G3210_PANUMPAR,                00007071
                         G3210_VALPARM,  G3210_FECALTA,                 00007072
                         G3210_FEBAJA,   G3210_CDENTUMO,                00007073
                         G3210_CDOFIUMO, G3210_USUARUMO,                00007074
                         G3210_CDTERUMO, G3210_CONTCUR )                00007075
                VALUES ( :G3210-CDGENTI,  :G3210-CDCONVEN,              00007076
                         :G3210-CODGCAMP, :G3210-PANUMPAR,              00007077
                         :G3210-VALPARM,  :G3210-FECALTA,               00007078
                         :G3210-FEBAJA,   SPACE,                        00007079
                         SPACE,           :CA-MPBAHIS,                  00007080
                         SPACE,           CURRENT TIMESTAMP )           00007081
           END-EXEC                                                     00007082
                                                                        00007083
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007084
                                                                        00007085
           IF  NOT DB2-OK                                               00007086
               SET NO-TRAMA-VALIDA            TO TRUE                   00007087
               MOVE CA-ERR-INSERT-756         TO WD-RESULTADO           00007088
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007089
               MOVE CA-ERR-INSERT-756         TO WK-DESCRIPCION         00007090
               MOVE CA-PRF-2410               TO WK-PARRAFO             00007091
               MOVE CA-MPBAHIS                TO WK-RUTINA              00007092
               MOVE CA-MDDT756                TO WK-TABLA-DB2           00007093
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00007094
                                                                        00007095
               PERFORM 9000-CANCELACION                                 00007096
                  THRU 9000-CANCELACION-EXIT                            00007097
                                                                        00007098
           END-IF                                                       00007099
                                                                        00007100
           .                                                            00007101
       2410-ALTA-756-EXIT.                                              00007102
           EXIT.                                                        00007103
                                                                        00007104
      ******************************************************************00007105
      ***                   2420-CIERRE-756                         *** 00007106
      ***                   ----------------                        *** 00007107
      * SE CIERRA LA VIGENCIA DE LA FILA ACTUALMENTE ABIERTA EN        *00007108
      * MDDT756 PARA LA CLAVE DE ENTRADA, FIJANDO SU FECHA DE BAJA.    *00007109
      ******************************************************************00007110
       2420-CIERRE-756.                                                 00007111
                                                                        00007112
           EXEC SQL                                                     00007113
                UPDATE MDDT756                                          00007114
                   SET G3210_FEBAJA   = :G3210-FEBAJA                   00007115
                 WHERE G3210_CDGENTI  = :G3210-CDGENTI                  00007116
                   AND G3210_CDCONVEN = :G3210-CDCONVEN                 00007117
                   AND G3210_CODGCAMP = :G3210-CODGCAMP                 00007118
                   AND G3210_PANUMPAR = :G3210-PANUMPAR                 00007119
                   AND G3210_FECALTA  = :G3210-FECALTA                  00007120
           END-EXEC                                                     00007121
                                                                        00007122
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007123
                                                                        00007124
           IF  NOT DB2-OK OR SQLERRD (3) = ZERO                         00007125
               SET NO-TRAMA-VALIDA            TO TRUE                   00007126
               MOVE CA-ERR-UPDATE-756         TO WD-RESULTADO           00007127
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007128
               MOVE CA-ERR-UPDATE-756         TO WK-DESCRIPCION         00007129
               MOVE CA-PRF-2420               TO WK-PARRAFO             00007130
               MOVE CA-MPBAHIS                TO WK-RUTINA              00007131
               MOVE CA-MDDT756                TO WK-TABLA-DB2           00007132
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00007133
                                                                        00007134
               PERFORM 9000-CANCELACION                                 00007135
                  THRU 9000-CANCELACION-EXIT                            00007136
                                                                        00007137
           END-IF                                                       00007138
                                                                        00007139
           .                                                            00007140
       2420-CIERRE-756-EXIT.                                            00007141
           EXIT.                                                        00007142
                                                                        00007143
      ******************************************************************00007144
      ***                   2430-HISTORIAR-756                     ***  00007145
      ***                   -------------------                    ***  00007146
      * SE GRABA EN MDDT756H LA FOTOGRAFIA DE LA FILA DE MDDT756 TRAS  *00007147
      * APLICAR EL MOVIMIENTO, JUNTO CON EL TIPO DE OPERACION Y LA     *00007148
      * FECHA Y HORA EN QUE SE REALIZO.                                *00007149
      ******************************************************************00007150
       2430-HISTORIAR-756.                                              00007151
                                                                        00007152
           EXEC SQL                                                     00007153
                INSERT INTO MDDT756H                                    00007154
                       ( G3210H_CDGENTI,  G3210H_CDCONVEN,              00007155
                         G3210H_CODGCAMP, G3210H_PANUMPAR,              00007156
                         G3210H_VALPARM,  G3210H_FECALTA,               00007157
                         G3210H_FEBAJA,   G3210H_CDENTUMO,              00007158
                         G3210H_CDOFIUMO, G3210H_USUARUMO,              00007159
                         G3210H_CDTERUMO, G3210H_TIPOPERA,              00007160
                         G3210H_FECHMOVH )                              00007161
                VALUES ( :G3210-CDGENTI,  :G3210-CDCONVEN,              00007162
                         :G3210-CODGCAMP, :G3210-PANUMPAR,              00007163
                         :G3210-VALPARM,  :G3210-FECALTA,               00007164
                         :G3210-FEBAJA,   SPACE,                        00007165
                         SPACE,           :CA-MPBAHIS,                  00007166
                         SPACE,           :TR-TIPOPERA,                 00007167
                         CURRENT TIMESTAMP )                            00007168
           END-EXEC                                                     00007169
                                                                        00007170
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007171
                                                                        00007172
           IF  DB2-OK                                                   00007173
               ADD CN-1                        TO CT-REG-APLICADOS      00007174
               MOVE CA-FS-OK                   TO WD-RESULTADO          00007175
           ELSE                                                         00007176
               SET NO-TRAMA-VALIDA             TO TRUE                  00007177
               MOVE CA-ERR-INSERT-756H         TO WD-RESULTADO          00007178
               MOVE CA-ERROR-D                 TO WK-TIPO-ERROR         00007179
               MOVE CA-ERR-INSERT-756H         TO WK-DESCRIPCION        00007180
               MOVE CA-PRF-2430                TO WK-PARRAFO            00007181
               MOVE CA-MPBAHIS                 TO WK-RUTINA             00007182
               MOVE CA-MDDT756H                TO WK-TABLA-DB2          00007183
               MOVE CA-INSERT                  TO WK-DATOS-ACCESO       00007184
                                                                        00007185
               PERFORM 9000-CANCELACION                                 00007186
                  THRU 9000-CANCELACION-EXIT                            00007187
                                                                        00007188
           END-IF                                                       00007189
                                                                        00007190
           .                                                            00007191
       2430-HISTORIAR-756-EXIT.                                         00007192
           EXIT.                                                        00007193
                                                                        00007194
      ******************************************************************00007195
      ***                   2500-TRATAR-757                         *** 00007196
      ***                   ---------------                         *** 00007197
      * SE APLICA EL MOVIMIENTO DE ALTA O CIERRE DE VIGENCIA SOBRE     *00007198
      * LA TABLA DE CONDICIONES POR CUENTA MDDT757 Y SE GRABA EL       *00007199
      * HISTORICO CORRESPONDIENTE. EN LAS ALTAS LA CUENTA DEBE EXISTIR *00007200
      * EN MPDT007.                                                    *00007201
      ******************************************************************00007202
       2500-TRATAR-757.                                                 00007203
           IF  TR-CENTALTA = SPACES OR TR-CUENTNU = SPACES              00007204
               SET NO-TRAMA-VALIDA            TO TRUE                   00007205
               MOVE CA-ERR-SIN-CUENTA         TO WD-RESULTADO           00007206
               GO TO 2500-TRATAR-757-EXIT                               00007207
           END-IF                                                       00007208
                                                                        00007209
           PERFORM 2095-VALIDAR-CATALOGO                                00007210
              THRU 2095-VALIDAR-CATALOGO-EXIT                           00007211
                                                                        00007212
           IF  NO-TRAMA-VALIDA                                          00007213
               GO TO 2500-TRATAR-757-EXIT                               00007214
           END-IF                                                       00007215
                                                                        00007216
           INITIALIZE DCLMDDT757                                        00007217
                                                                        00007218
           MOVE TR-CDGENTI                    TO G3211-CDGENTI          00007219
           MOVE TR-CENTALTA                   TO G3211-CENTALTA         00007220
           MOVE TR-CUENTNU                    TO G3211-CUENTNU          00007221
           MOVE TR-PANUMPAR                   TO G3211-PANUMPAR         00007222
           MOVE TR-VALPARM                    TO G3211-VALPARM          00007223
           MOVE TR-FECALTA                    TO G3211-FECALTA          00007224
           MOVE TR-FEBAJA                     TO G3211-FEBAJA           00007225
                                                                        00007226
           EVALUATE  TRUE                                               00007227
               WHEN  TR-TIPOPERA = CA-OPERA-ALTA                        00007228
                     PERFORM 2505-VALIDAR-CUENTA                        00007229
                        THRU 2505-VALIDAR-CUENTA-EXIT                   00007230
                     IF  SI-TRAMA-VALIDA                                00007231
                         PERFORM 2105-VALIDAR-DOMINIO                   00007232
                            THRU 2105-VALIDAR-DOMINIO-EXIT              00007233
                     END-IF                                             00007234
                     IF  SI-TRAMA-VALIDA                                00007235
                         PERFORM 2510-ALTA-757                          00007236
                            THRU 2510-ALTA-757-EXIT                     00007237
                     END-IF                                             00007238
                                                                        00007239
               WHEN  TR-TIPOPERA = CA-OPERA-CIERRE                      00007240
                     PERFORM 2520-CIERRE-757                            00007241
                        THRU 2520-CIERRE-757-EXIT                       00007242
                                                                        00007243
               WHEN  OTHER                                              00007244
                     SET NO-TRAMA-VALIDA      TO TRUE                   00007245
                     MOVE CA-ERR-OPERA-DESCON TO WD-RESULTADO           00007246
                                                                        00007247
           END-EVALUATE                                                 00007248
                                                                        00007249
           IF  SI-TRAMA-VALIDA                                          00007250
               PERFORM 2530-HISTORIAR-757                               00007251
                  THRU 2530-HISTORIAR-757-EXIT                          00007252
           END-IF                                                       00007253
                                                                        00007254
           .                                                            00007255
       2500-TRATAR-757-EXIT.                                            00007256
           EXIT.                                                        00007257
                                                                        00007258
      ******************************************************************00007259
      ***                   2505-VALIDAR-CUENTA                     *** 00007260
      ***                   -------------------                     *** 00007261
      * SE COMPRUEBA QUE LA CUENTA DEL MOVIMIENTO EXISTE EN MPDT007.   *00007262
      * LAS CUENTAS INEXISTENTES SE RECHAZAN AL LISTADO.               *00007263
      ******************************************************************00007264
       2505-VALIDAR-CUENTA.                                             00007265
                                                                        00007266
           MOVE ZEROES                        TO WK-NUM-CUENTAS         00007267
                                                                        00007268
           EXEC SQL                                                     00007269
                SELECT COUNT(*)                                         00007270
                 INTO :WK-NUM-CUENTAS                                   00007271
                 FROM MPDT007                                           00007272
                WHERE E1003_CDGENTI  = :G3211-CDGENTI                   00007273
                  AND E1003_CENTALTA = :G3211-CENTALTA                  00007274
                  AND E1003_CUENTNU  = :G3211-CUENTNU                   00007275
           END-EXEC                                                     00007276
                                                                        00007277
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007278
                                                                        00007279
           IF  NOT DB2-OK                                               00007280
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007281
               MOVE CA-ERR-LEER-MPDT007       TO WK-DESCRIPCION         00007282
               MOVE CA-PRF-2505               TO WK-PARRAFO             00007283
               MOVE CA-MPBAHIS                TO WK-RUTINA              00007284
               MOVE CA-MPDT007                TO WK-TABLA-DB2           00007285
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007286
                                                                        00007287
               PERFORM 9000-CANCELACION                                 00007288
                  THRU 9000-CANCELACION-EXIT                            00007289
                                                                        00007290
           END-IF                                                       00007291
                                                                        00007292
           IF  WK-NUM-CUENTAS = ZEROES                                  00007293
               SET NO-TRAMA-VALIDA            TO TRUE                   00007294
               MOVE CA-ERR-CUENTA-INEXIST     TO WD-RESULTADO           00007295
           END-IF                                                       00007296
                                                                        00007297
           .                                                            00007298
       2505-VALIDAR-CUENTA-EXIT.                                        00007299
           EXIT.                                                        00007300
                                                                        00007301
      ******************************************************************00007302
      ***                   2510-ALTA-757                           *** 00007303
      ***                   --------------                          *** 00007304
      * SE INSERTA LA NUEVA FILA VIGENTE EN LA TABLA MDDT757.          *00007305
      ******************************************************************00007306
       2510-ALTA-757.                                                   00007307
                                                                        00007308
           EXEC SQL                                                     00007309
                INSERT INTO MDDT757                                     00007310
                       ( G3211_CDGENTI,  G3211_CENTALTA,                00007311
                         G3211_CUENTNU,  G3211_PANUMPAR,                00007312
                         G3211_VALPARM,  G3211_FECALTA,                 00007313
                         G3211_FEBAJA,   G3211_CDENTUMO,                00007314
                         G3211_CDOFIUMO, G3211_USUARUMO,                00007315
                         G3211_CDTERUMO, G3211_CONTCUR )                00007316
                VALUES ( :G3211-CDGENTI,  :G3211-CENTALTA,              00007317
                         :G3211-CUENTNU,  :G3211-PANUMPAR,              00007318
                         :G3211-VALPARM,  :G3211-FECALTA,               00007319
                         :G3211-FEBAJA,   SPACE,                        00007320
                         SPACE,           :CA-MPBAHIS,                  00007321
                         SPACE,           CURRENT TIMESTAMP )           00007322
           END-EXEC                                                     00007323
                                                                        00007324
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007325
                                                                        00007326
           IF  NOT DB2-OK                                               00007327
               SET NO-TRAMA-VALIDA            TO TRUE                   00007328
               MOVE CA-ERR-INSERT-757         TO WD-RESULTADO           00007329
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007330
               MOVE CA-ERR-INSERT-757         TO WK-DESCRIPCION         00007331
               MOVE CA-PRF-2510               TO WK-PARRAFO             00007332
               MOVE CA-MPBAHIS                TO WK-RUTINA              00007333
               MOVE CA-MDDT757                TO WK-TABLA-DB2           00007334
               MOVE CA-INSERT                 TO WK-DATOS-ACCESO        00007335
                                                                        00007336
               PERFORM 9000-CANCELACION                                 00007337
                  THRU 9000-CANCELACION-EXIT                            00007338
                                                                        00007339
           END-IF                                                       00007340
                                                                        00007341
           .                                                            00007342
       2510-ALTA-757-EXIT.                                              00007343
           EXIT.                                                        00007344
                                                                        00007345
      ******************************************************************00007346
      ***                   2520-CIERRE-757                         *** 00007347
      ***                   ----------------                        *** 00007348
      * SE CIERRA LA VIGENCIA DE LA FILA ACTUALMENTE ABIERTA EN        *00007349
      * MDDT757 PARA LA CLAVE DE ENTRADA, FIJANDO SU FECHA DE BAJA.    *00007350
      ******************************************************************00007351
       2520-CIERRE-757.                                                 00007352
                                                                        00007353
           EXEC SQL                                                     00007354
                UPDATE MDDT757                                          00007355
                   SET G3211_FEBAJA   = :G3211-FEBAJA                   00007356
                 WHERE G3211_CDGENTI  = :G3211-CDGENTI                  00007357
                   AND G3211_CENTALTA = :G3211-CENTALTA                 00007358
                   AND G3211_CUENTNU  = :G3211-CUENTNU                  00007359
                   AND G3211_PANUMPAR = :G3211-PANUMPAR                 00007360
                   AND G3211_FECALTA  = :G3211-FECALTA                  00007361
           END-EXEC                                                     00007362
                                                                        00007363
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007364
                                                                        00007365
           IF  NOT DB2-OK OR SQLERRD (3) = ZERO                         00007366
               SET NO-TRAMA-VALIDA            TO TRUE                   00007367
               MOVE CA-ERR-UPDATE-757         TO WD-RESULTADO           00007368
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007369
               MOVE CA-ERR-UPDATE-757         TO WK-DESCRIPCION         00007370
               MOVE CA-PRF-2520               TO WK-PARRAFO             00007371
               MOVE CA-MPBAHIS                TO WK-RUTINA              00007372
               MOVE CA-MDDT757                TO WK-TABLA-DB2           00007373
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00007374
                                                                        00007375
               PERFORM 9000-CANCELACION                                 00007376
                  THRU 9000-CANCELACION-EXIT                            00007377
                                                                        00007378
           END-IF                                                       00007379
                                                                        00007380
           .                                                            00007381
       2520-CIERRE-757-EXIT.                                            00007382
           EXIT.                                                        00007383
                                                                        00007384
      ******************************************************************00007385
      ***                   2530-HISTORIAR-757                     ***  00007386
      ***                   -------------------                    ***  00007387
      * SE GRABA EN MDDT757H LA FOTOGRAFIA DE LA FILA DE MDDT757 TRAS  *00007388
      * APLICAR EL MOVIMIENTO, JUNTO CON EL TIPO DE OPERACION Y LA     *00007389
      * FECHA Y HORA EN QUE SE REALIZO.                                *00007390
      ******************************************************************00007391
       2530-HISTORIAR-757.                                              00007392
                                                                        00007393
           EXEC SQL                                                     00007394
                INSERT INTO MDDT757H                                    00007395
                       ( G3211H_CDGENTI,  G3211H_CENTALTA,              00007396
                         G3211H_CUENTNU,  G3211H_PANUMPAR,              00007397
                         G3211H_VALPARM,  G3211H_FECALTA,               00007398
                         G3211H_FEBAJA,   G3211H_CDENTUMO,              00007399
                         G3211H_CDOFIUMO, G3211H_USUARUMO,              00007400
                         G3211H_CDTERUMO, G3211H_TIPOPERA,              00007401
                         G3211H_FECHMOVH )                              00007402
                VALUES ( :G3211-CDGENTI,  :G3211-CENTALTA,              00007403
                         :G3211-CUENTNU,  :G3211-PANUMPAR,              00007404
                         :G3211-VALPARM,  :G3211-FECALTA,               00007405
                         :G3211-FEBAJA,   SPACE,                        00007406
                         SPACE,           :CA-MPBAHIS,                  00007407
                         SPACE,           :TR-TIPOPERA,                 00007408
                         CURRENT TIMESTAMP )                            00007409
           END-EXEC                                                     00007410
                                                                        00007411
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007412
                                                                        00007413
           IF  DB2-OK                                                   00007414
               ADD CN-1                        TO CT-REG-APLICADOS      00007415
               MOVE CA-FS-OK                   TO WD-RESULTADO          00007416
           ELSE                                                         00007417
               SET NO-TRAMA-VALIDA             TO TRUE                  00007418
               MOVE CA-ERR-INSERT-757H         TO WD-RESULTADO          00007419
               MOVE CA-ERROR-D                 TO WK-TIPO-ERROR         00007420
               MOVE CA-ERR-INSERT-757H         TO WK-DESCRIPCION        00007421
               MOVE CA-PRF-2530                TO WK-PARRAFO            00007422
               MOVE CA-MPBAHIS                 TO WK-RUTINA             00007423
               MOVE CA-MDDT757H                TO WK-TABLA-DB2          00007424
               MOVE CA-INSERT                  TO WK-DATOS-ACCESO       00007425
                                                                        00007426
               PERFORM 9000-CANCELACION                                 00007427
                  THRU 9000-CANCELACION-EXIT                            00007428
                                                                        00007429
           END-IF                                                       00007430
                                                                        00007431
           .                                                            00007432
       2530-HISTORIAR-757-EXIT.                                         00007433
           EXIT.                                                        00007434
                                                                        00007435
      ******************************************************************00007436
      ***                   2105-VALIDAR-DOMINIO                    *** 00007437
      ***                   --------------------                   ***  00007438
      * SE VALIDA EL VALOR DEL PARAMETRO CONTRA LA TABLA DE DOMINIOS  * 00007439
      * PARM_DOMINIO. SI EL PARAMETRO TIENE DOMINIO DEFINIDO Y EL     * 00007440
      * VALOR RECIBIDO NO FIGURA EN EL, EL MOVIMIENTO SE RECHAZA AL   * 00007441
      * LISTADO DE EXCEPCIONES.                                       * 00007442
      ******************************************************************00007000
      ***                   2095-VALIDAR-CATALOGO                   *** 00007001
      ***                   ---------------------                   *** 00007002
       20975-VALIDAR-CARACTER-EXIT.                                     00007102
           EXIT.                                                        00007102
                                                                        00007102
      ******************************************************************00007103
      ***                   2098-VALIDAR-REGLAS                     *** 00007104
      ***                   -------------------                     *** 00007105
      * SE COMPRUEBA CON LA RUTINA MPBAREG QUE EL ALTA O CIERRE SOBRE  *00007106
      * MDDT750/MDDT755 NO INCUMPLE NINGUNA REGLA ACTIVA DE PARM_REGLA *00007107
      * PARA LA MISMA ENTIDAD, PRODUCTO Y SUBPRODUCTO EN SU FECHA. LOS *00007108
      * MOVIMIENTOS QUE LA INCUMPLEN SE RECHAZAN AL LISTADO INDICANDO  *00007109
      * LA REGLA.                                                      *00007110
      ******************************************************************00007111
       2098-VALIDAR-REGLAS.                                             00007112
                                                                        00007113
           INITIALIZE MPYAREG                                           00007114
                                                                        00007115
           IF  TR-TABLA = CA-TABLA-750                                  00007116
               MOVE CA-REG-TABLA-750          TO MPYAREG-TABLA          00007117
           ELSE                                                         00007118
               MOVE CA-REG-TABLA-755          TO MPYAREG-TABLA          00007119
           END-IF                                                       00007120
                                                                        00007121
           MOVE TR-TIPOPERA                   TO MPYAREG-TIPOPERA       00007122
           MOVE TR-CDGENTI                    TO MPYAREG-CDGENTI        00007123
           MOVE TR-CDGPRODU                   TO MPYAREG-CDGPRODU       00007124
           MOVE TR-CDGSUBP                    TO MPYAREG-CDGSUBP        00007125
           MOVE TR-PANUMPAR                   TO MPYAREG-PANUMPAR       00007126
           MOVE TR-VALPARM                    TO MPYAREG-VALPARM        00007127
           MOVE TR-FECALTA                    TO MPYAREG-FECALTA        00007128
           MOVE TR-FEBAJA                     TO MPYAREG-FEBAJA         00007129
                                                                        00007130
           CALL CA-MPBAREG               USING MPYAREG                  00007131
                                                                        00007132
           EVALUATE  TRUE                                               00007133
               WHEN  MPYAREG-RETORNO = CA-REG-RETORNO-OK                00007134
                     CONTINUE                                           00007135
                                                                        00007136
               WHEN  MPYAREG-IND-INCUMPLE = CA-REG-INCUMPLE             00007137
                     SET NO-TRAMA-VALIDA      TO TRUE                   00007138
                     MOVE SPACES              TO WD-RESULTADO           00007139
                     STRING CA-LIT-REGLA        MPYAREG-PANUMPAR1-S     00007140
                            ' '                 MPYAREG-RELACION-S      00007141
                            ' '                 MPYAREG-PANUMPAR2-S     00007142
                            DELIMITED BY SIZE                           00007143
                       INTO WD-RESULTADO                                00007144
                     END-STRING                                         00007145
                                                                        00007146
               WHEN  OTHER                                              00007147
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007148
                     MOVE MPYAREG-SQLCODE     TO SW-DB2-RETURN-CODE     00007149
                     MOVE MPYAREG-SQLCA       TO SQLCA                  00007150
                     MOVE CA-ERR-REGLAS       TO WK-DESCRIPCION         00007151
                     MOVE CA-PRF-2098         TO WK-PARRAFO             00007152
                     MOVE CA-MPBAREG          TO WK-RUTINA              00007153
                     MOVE MPYAREG-TABLA-DB2   TO WK-TABLA-DB2           00007154
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007155
                                                                        00007156
                     PERFORM 9000-CANCELACION                           00007157
                        THRU 9000-CANCELACION-EXIT                      00007158
                                                                        00007159
           END-EVALUATE                                                 00007160
                                                                        00007161
           .                                                            00007162
       2098-VALIDAR-REGLAS-EXIT.                                        00007163
           EXIT.                                                        00007164
                                                                        00007046
      ******************************************************************00007007
       2105-VALIDAR-DOMINIO.                                            00007008
