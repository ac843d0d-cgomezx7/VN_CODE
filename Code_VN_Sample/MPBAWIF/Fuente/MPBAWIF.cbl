      *               CIERRE PROPUESTO DE MDDT750 O MDDT755 (ENTIDAD,  *00000130
      *               PRODUCTO, SUBPRODUCTO, PARAMETRO Y FECHA DE      *00000140
      *               BAJA) Y, APLICANDO LA MISMA PRECEDENCIA DE       *00000150
      *               RESOLUCION QUE LA RUTINA MPBADEU (CONDICIONES    *00000160
      *               PARTICULARES DE LA CUENTA EN MDDT757 Y DE SU     *00000163
      *               CONVENIO/CAMPANA EN MDDT756, MDDT750 Y, EN SU    *00000166
      *               DEFECTO, MDDT755), LISTA LAS CUENTAS MPDT007     *00000170
      *               VIGENTES QUE DEJARIAN DE RESOLVER VALOR EL DIA   *00000180
      *               SIGUIENTE A LA BAJA. CON CUENTAS HUERFANAS       *00000190
      *               TERMINA CON CONDITION CODE 4 PARA BLOQUEAR EL    *00000200
      *     MPDT007 : CONTRATOS (LECTURA).                             *00000310
      *     MDDT750 : PARAMETROS POR PRODUCTO (LECTURA).               *00000320
      *     MDDT755 : PARAMETROS POR ENTIDAD (LECTURA).                *00000330
      *     MDDT756 : PARAMETROS POR CONVENIO/CAMPANA (LECTURA).       *00000331
      *     MDDT757 : PARAMETROS POR CUENTA (LECTURA).                 *00000332
      *-                                                              -*00000340
      ******************************************************************00000350
      *                  M O D I F I C A C I O N E S                   *00000360
      * USUARIO  FECHA        DESCRIPCION                              *00000390
      * -------- ----------   ---------------------------------------- *00000400
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000410
      * VIEWNEXT 15-10-2026    LAS CUENTAS CON CONDICION PARTICULAR    *00000411
      *                        VIGENTE EN MDDT757 O EN MDDT756 PARA EL *00000412
      *                        PARAMETRO SIGUEN RESOLVIENDO VALOR Y NO *00000413
      *                        SE LISTAN COMO HUERFANAS.               *00000414
      *                                                                *00000420
      ******************************************************************00000430
                                                                        00000440
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00001310
               10  CA-MDDT750              PIC X(07)   VALUE 'MDDT750'. 00001320
               10  CA-MDDT755              PIC X(07)   VALUE 'MDDT755'. 00001330
               10  CA-MDDT756              PIC X(07)   VALUE 'MDDT756'. 00001331
               10  CA-MDDT757              PIC X(07)   VALUE 'MDDT757'. 00001332
               10  CA-TABLA-750            PIC X(03)   VALUE '750'.     00001340
               10  CA-TABLA-755            PIC X(03)   VALUE '755'.     00001350
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001360
                         'ERROR EN ACCESO AL CURSOR C-CUENTAS '.        00001460
               10  CA-ERR-PARAM            PIC X(40)   VALUE            00001470
                         'ERROR EN ACCESO A MDDT750/MDDT755      '.     00001480
               10  CA-ERR-PARTIC           PIC X(40)   VALUE            00001481
                         'ERROR EN ACCESO A MDDT756/MDDT757      '.     00001482
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001490
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001500
               10  CA-PRF-1000             PIC X(11)   VALUE            00001510
           05  WK-DIA-SIGUIENTE            PIC X(10).                   00002530
           05  WK-NUM-750                  PIC S9(09)  COMP VALUE +0.   00002540
           05  WK-NUM-755                  PIC S9(09)  COMP VALUE +0.   00002550
           05  WK-NUM-756                  PIC S9(09)  COMP VALUE +0.   00002551
           05  WK-NUM-757                  PIC S9(09)  COMP VALUE +0.   00002552
                                                                        00002560
      * -- ULTIMA CUENTA LEIDA DEL CURSOR.                              00002570
       01  WK-FILA-CUENTA.                                              00002580
           05  WF-CUENTNU                  PIC X(12).                   00002600
           05  WF-CDGPRODU                 PIC X(03).                   00002610
           05  WF-CDGSUBP                  PIC X(03).                   00002620
           05  WF-CDCONVEN                 PIC X(04).                   00002621
           05  WF-CODGCAMP                 PIC X(06).                   00002622
                                                                        00002630
      * -- COPY DE COMUNICACION CON DB2.                                00002640
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002650
           EXEC SQL                                                     00003900
                DECLARE C-CUENTAS CURSOR FOR                            00003910
                SELECT E1003_CENTALTA, E1003_CUENTNU,                   00003920
                       E1003_CDGPRODU, E1003_CDGSUBP,                   00003930
                       E1003_CDCONVEN, E1003_CODGCAMP                   00003935
                  FROM MPDT007                                          00003940
                 WHERE E1003_CDGENTI = :WK-CDGENTI                      00003950
                   AND (E1003_FECBAJA = '0001-01-01' OR                 00003960
      ***                   2100-EVALUAR-CUENTA                      ***00004450
      ***                   -------------------                      ***00004460
      * SE SIMULA LA RESOLUCION DE MPBADEU EL DIA SIGUIENTE A LA BAJA  *00004470
      * PROPUESTA: UNA CONDICION PARTICULAR VIGENTE DE LA CUENTA       *00004471
      * (MDDT757) O DE SU CONVENIO/CAMPANA (MDDT756) RESUELVE SIN      *00004472
      * LLEGAR AL PRODUCTO; SI NO LA HAY, SE CUENTAN LAS VIGENCIAS DE  *00004473
      * MDDT750 DEL PRODUCTO DE LA CUENTA Y, EN SU DEFECTO, LAS DE     *00004490
      * MDDT755, DESCONTANDO LA VIGENCIA QUE SE PROPONE CERRAR. SIN    *00004500
      * NINGUNA VIGENCIA LA CUENTA SE LISTA COMO HUERFANA.             *00004510
      ******************************************************************00004520
       2100-EVALUAR-CUENTA.                                             00004530
                                                                        00004540
           ADD CN-1                          TO CT-CUENTAS              00004550
           SET SI-RESUELVE                   TO TRUE                    00004560
                                                                        00004561
           PERFORM 2150-CONTAR-757                                      00004562
              THRU 2150-CONTAR-757-EXIT                                 00004563
                                                                        00004564
           IF  WK-NUM-757 > ZEROES                                      00004565
               GO TO 2100-EVALUAR-CUENTA-EXIT                           00004566
           END-IF                                                       00004567
                                                                        00004568
           PERFORM 2170-CONTAR-756                                      00004569
              THRU 2170-CONTAR-756-EXIT                                 00004570
                                                                        00004571
           IF  WK-NUM-756 > ZEROES                                      00004572
               GO TO 2100-EVALUAR-CUENTA-EXIT                           00004573
           END-IF                                                       00004574
                                                                        00004575
           PERFORM 2200-CONTAR-750                                      00004580
              THRU 2200-CONTAR-750-EXIT                                 00004590
                                                                        00004600
                                                                        00004970
           .                                                            00004980
       2100-EVALUAR-CUENTA-EXIT.                                        00004990
           EXIT.                                                        00004991
                                                                        00004992
      ******************************************************************00004993
      ***                   2150-CONTAR-757                          ***00004994
      ***                   ---------------                          ***00004995
      * SE CUENTAN LAS CONDICIONES PARTICULARES DE MDDT757 DE LA       *00004996
      * CUENTA QUE CUBREN EL DIA SIGUIENTE A LA BAJA PROPUESTA.        *00004997
      ******************************************************************00004998
       2150-CONTAR-757.                                                 00004999
                                                                        00005000
           MOVE ZEROES                       TO WK-NUM-757              00005001
                                                                        00005002
           EXEC SQL                                                     00005003
                SELECT COUNT(*)                                         00005004
                  INTO :WK-NUM-757                                      00005005
                  FROM MDDT757                                          00005006
                 WHERE G3211_CDGENTI  = :WK-CDGENTI                     00005007
                   AND G3211_CENTALTA = :WF-CENTALTA                    00005008
                   AND G3211_CUENTNU  = :WF-CUENTNU                     00005009
                   AND G3211_PANUMPAR = :WK-PANUMPAR                    00005010
                   AND G3211_FECALTA <= DATE(:WK-DIA-SIGUIENTE)         00005011
                   AND G3211_FEBAJA  >= DATE(:WK-DIA-SIGUIENTE)         00005012
           END-EXEC                                                     00005013
                                                                        00005014
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005015
                                                                        00005016
           IF  NOT DB2-OK                                               00005017
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005018
               MOVE CA-ERR-PARTIC            TO WK-DESCRIPCION          00005019
               MOVE CA-PRF-2100              TO WK-PARRAFO              00005020
               MOVE CA-MPBAWIF               TO WK-RUTINA               00005021
               MOVE CA-MDDT757               TO WK-TABLA-DB2            00005022
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00005023
                                                                        00005024
               PERFORM 9000-CANCELACION                                 00005025
                  THRU 9000-CANCELACION-EXIT                            00005026
                                                                        00005027
           END-IF                                                       00005028
                                                                        00005029
           .                                                            00005030
       2150-CONTAR-757-EXIT.                                            00005031
           EXIT.                                                        00005032
                                                                        00005033
      ******************************************************************00005034
      ***                   2170-CONTAR-756                          ***00005035
      ***                   ---------------                          ***00005036
      * SE CUENTAN LAS CONDICIONES PARTICULARES DE MDDT756 QUE         *00005037
      * APLICAN AL CONVENIO/CAMPANA DE LA CUENTA (UN CODIGO A BLANCOS  *00005038
      * EN LA TABLA VALE PARA CUALQUIERA) Y CUBREN EL DIA SIGUIENTE A  *00005039
      * LA BAJA PROPUESTA. SIN CONVENIO NI CAMPANA NO SE CONSULTA.     *00005040
      ******************************************************************00005041
       2170-CONTAR-756.                                                 00005042
                                                                        00005043
           MOVE ZEROES                       TO WK-NUM-756              00005044
                                                                        00005045
           IF  WF-CDCONVEN = SPACES AND WF-CODGCAMP = SPACES            00005046
               GO TO 2170-CONTAR-756-EXIT                               00005047
           END-IF                                                       00005048
                                                                        00005049
           EXEC SQL                                                     00005050
                SELECT COUNT(*)                                         00005051
                  INTO :WK-NUM-756                                      00005052
                  FROM MDDT756                                          00005053
                 WHERE G3210_CDGENTI  = :WK-CDGENTI                     00005054
                   AND (G3210_CDCONVEN = :WF-CDCONVEN OR                00005055
                        G3210_CDCONVEN = ' ')                           00005056
                   AND (G3210_CODGCAMP = :WF-CODGCAMP OR                00005057
                        G3210_CODGCAMP = ' ')                           00005058
                   AND G3210_PANUMPAR = :WK-PANUMPAR                    00005059
                   AND G3210_FECALTA <= DATE(:WK-DIA-SIGUIENTE)         00005060
                   AND G3210_FEBAJA  >= DATE(:WK-DIA-SIGUIENTE)         00005061
           END-EXEC                                                     00005062
                                                                        00005063
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005064
                                                                        00005065
           IF  NOT DB2-OK                                               00005066
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005067
               MOVE CA-ERR-PARTIC            TO WK-DESCRIPCION          00005068
               MOVE CA-PRF-2100              TO WK-PARRAFO              00005069
               MOVE CA-MPBAWIF               TO WK-RUTINA               00005070
               MOVE CA-MDDT756               TO WK-TABLA-DB2            00005071
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00005072
                                                                        00005073
               PERFORM 9000-CANCELACION                                 00005074
                  THRU 9000-CANCELACION-EXIT                            00005075
                                                                        00005076
           END-IF                                                       00005077
                                                                        00005078
           .                                                            00005079
       2170-CONTAR-756-EXIT.                                            00005080
           EXIT.                                                        00005081
                                                                        00005082
      ******************************************************************00005083
      ***                   2200-CONTAR-750                          ***00005084
      ***                   ---------------                          ***00005085
      * SE CUENTAN LAS VIGENCIAS DE MDDT750 DEL PRODUCTO DE LA CUENTA  *00005086
      * QUE CUBREN EL DIA SIGUIENTE A LA BAJA PROPUESTA.               *00005087
      ******************************************************************00005088
       2200-CONTAR-750.                                                 00005089
                                                                        00005090
           MOVE ZEROES                       TO WK-NUM-750              00005100
                                                                        00005110
           EXEC SQL                                                     00006890
                FETCH C-CUENTAS                                         00006900
                 INTO :WF-CENTALTA, :WF-CUENTNU,                        00006910
                      :WF-CDGPRODU, :WF-CDGSUBP,                        00006920
                      :WF-CDCONVEN, :WF-CODGCAMP                        00006925
           END-EXEC                                                     00006930
                                                                        00006940
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006950
