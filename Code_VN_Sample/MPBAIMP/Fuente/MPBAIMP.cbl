      *-                                                              -*00000230
      *  TABLAS:                                                       *00000240
      *        MDDT750/MDDT750H Y MDDT755/MDDT755H (INSERTA).          *00000250
      *        PARM_REGLA : REGLAS ENTRE PARAMETROS (VIA MPBAREG).     *00000251
      *-                                                              -*00000260
      ******************************************************************00000270
      *                  M O D I F I C A C I O N E S                   *00000280
      * -------- ----------   ---------------------------------------- *00000320
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. IMPORTACION PORTAB00000330
      *                        DE LA PARAMETRIZACION CON CAMBIO DE ENTID00000340
      * VIEWNEXT 15-10-2026    ANTES DE CONFIRMAR LA CARGA SE RELEE EL *00000341
      *                        FICHERO Y SE VALIDAN CON LA RUTINA      *00000342
      *                        MPBAREG LAS VIGENCIAS ABIERTAS DE       *00000343
      *                        MDDT750/MDDT755 CONTRA LAS REGLAS DE    *00000344
      *                        PARM_REGLA. SI ALGUNA SE INCUMPLE SE    *00000345
      *                        CANCELA SIN CONFIRMAR LA IMPORTACION.   *00000346
      *                                                                *00000350
      ******************************************************************00000360
                                                                        00000370
      -                            ' DEL FICHERO NO COINCIDEN'.         00001570
               10  CA-ERR-COMMIT           PIC X(27)   VALUE 'ERROR AL E00001580
      -                            'JECUTAR COMMIT'.                    00001590
               10  CA-ERR-REGLA            PIC X(43)   VALUE 'PARAMETRIZ00001591
      -                            'ACION IMPORTADA INCUMPLE LA REGLA'. 00001592
               10  CA-ERR-RUTINA-REGLAS    PIC X(36)   VALUE 'ERROR EN L00001593
      -                            'A RUTINA DE REGLAS MPBAREG'.        00001594
               10  CA-MPBAREG              PIC X(08)   VALUE 'MPBAREG'. 00001595
               10  CA-REG-RETORNO-OK       PIC X(02)   VALUE '00'.      00001596
               10  CA-REG-INCUMPLE         PIC X(01)   VALUE 'S'.       00001597
               10  CA-OPER-ALTA            PIC X(01)   VALUE 'A'.       00001598
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001599
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE '9999-12-3100001600
      -                            ''.                                  00001601
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001602
      -                            '-FICHEROS'.                         00001610
               10  CA-PRF-2100             PIC X(18)   VALUE '2100-CARGA00001620
      -                            'R-FILA'.                            00001630
               10  CA-PRF-3040             PIC X(21)   VALUE '3040-VALID00001640
      -                            'AR-CONTROL'.                        00001650
               10  CA-PRF-3045             PIC X(19)   VALUE '3045-VALID00001651
      -                            'AR-REGLAS'.                         00001652
               10  CA-PRF-3050             PIC X(22)   VALUE '3050-CONFI00001660
      -                            'RMAR-CARGA'.                        00001670
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001680
                                                                        00002620
      * -- DCLGEN DE LA TABLA MDDT755H.                                 00002630
           EXEC SQL INCLUDE D4462901 END-EXEC.                          00002640
                                                                        00002641
      * -- COPY DE COMUNICACION CON LA RUTINA MPBAREG.                  00002642
           COPY MPYAREG.                                                00002643
                                                                        00002650
      ******************************************************************00002660
      *                       PROCEDURE DIVISION                      * 00002670
           PERFORM 3040-VALIDAR-CONTROL                                 00005720
              THRU 3040-VALIDAR-CONTROL-EXIT                            00005730
                                                                        00005740
           PERFORM 3045-VALIDAR-REGLAS                                  00005741
              THRU 3045-VALIDAR-REGLAS-EXIT                             00005742
                                                                        00005743
           PERFORM 3050-CONFIRMAR-CARGA                                 00005750
              THRU 3050-CONFIRMAR-CARGA-EXIT                            00005760
                                                                        00005770
       3040-VALIDAR-CONTROL-EXIT.                                       00006160
           EXIT.                                                        00006170
                                                                        00006180
      ******************************************************************00006181
      ***                   3045-VALIDAR-REGLAS                   ***   00006182
      ***                   -------------------                   ***   00006183
      * CON TODA LA PARAMETRIZACION YA CARGADA (SIN CONFIRMAR) SE      *00006184
      * RELEE EL FICHERO Y SE COMPRUEBAN LAS REGLAS DE PARM_REGLA PARA *00006185
      * CADA VIGENCIA ABIERTA DE MDDT750/MDDT755. SE VALIDA TRAS LA    *00006186
      * CARGA COMPLETA PARA QUE EL RESULTADO NO DEPENDA DEL ORDEN DE   *00006187
      * LAS FILAS EN EL FICHERO.                                       *00006188
      ******************************************************************00006189
       3045-VALIDAR-REGLAS.                                             00006190
                                                                        00006191
           PERFORM 3100-CERRAR-FICHEROS                                 00006192
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006193
                                                                        00006194
           PERFORM 1100-ABRIR-FICHEROS                                  00006195
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006196
                                                                        00006197
           SET NO-FIN-MPBAIME1               TO TRUE                    00006198
                                                                        00006199
           PERFORM 9100-LEER-MPBAIME1                                   00006200
              THRU 9100-LEER-MPBAIME1-EXIT                              00006201
                                                                        00006202
           PERFORM 3046-VALIDAR-FILA                                    00006203
              THRU 3046-VALIDAR-FILA-EXIT                               00006204
             UNTIL SI-FIN-MPBAIME1                                      00006205
                                                                        00006206
           .                                                            00006207
       3045-VALIDAR-REGLAS-EXIT.                                        00006208
           EXIT.                                                        00006209
                                                                        00006210
      ******************************************************************00006211
      ***                   3046-VALIDAR-FILA                     ***   00006212
      ***                   -----------------                     ***   00006213
      * SE VALIDA LA FILA CONTRA LAS REGLAS CON LA ENTIDAD DESTINO. UN *00006214
      * INCUMPLIMIENTO CANCELA EL PROCESO SIN CONFIRMAR LA CARGA.      *00006215
      ******************************************************************00006216
       3046-VALIDAR-FILA.                                               00006217
                                                                        00006218
           IF  (WP-TIPO-REG = CA-TIPO-750 OR                            00006219
                WP-TIPO-REG = CA-TIPO-755)  AND                         00006220
               WP-FEBAJA = CA-FECHA-SIN-BAJA                            00006221
                                                                        00006222
               INITIALIZE MPYAREG                                       00006223
                                                                        00006224
               MOVE WP-TIPO-REG               TO MPYAREG-TABLA          00006225
               MOVE CA-OPER-ALTA              TO MPYAREG-TIPOPERA       00006226
               MOVE WK-CDGENTI-DESTINO        TO MPYAREG-CDGENTI        00006227
               MOVE WP-CDGPRODU               TO MPYAREG-CDGPRODU       00006228
               MOVE WP-CDGSUBP                TO MPYAREG-CDGSUBP        00006229
               MOVE WP-PANUMPAR               TO MPYAREG-PANUMPAR       00006230
               MOVE WP-VALPARM                TO MPYAREG-VALPARM        00006231
               MOVE WP-FECALTA                TO MPYAREG-FECALTA        00006232
               MOVE WP-FEBAJA                 TO MPYAREG-FEBAJA         00006233
                                                                        00006234
               CALL CA-MPBAREG           USING MPYAREG                  00006235
                                                                        00006236
               EVALUATE  TRUE                                           00006237
                   WHEN  MPYAREG-RETORNO = CA-REG-RETORNO-OK            00006238
                         CONTINUE                                       00006239
                                                                        00006240
                   WHEN  MPYAREG-IND-INCUMPLE = CA-REG-INCUMPLE         00006241
                         MOVE CA-ERROR-F      TO WK-TIPO-ERROR          00006242
                         MOVE SPACES          TO WK-DESCRIPCION         00006243
                         STRING CA-ERR-REGLA       ' '                  00006244
                                MPYAREG-PANUMPAR1-S ' '                 00006245
                                MPYAREG-RELACION-S  ' '                 00006246
                                MPYAREG-PANUMPAR2-S ' '                 00006247
                                MPYAREG-VALOR1-S    ' '                 00006248
                                MPYAREG-VALOR2-S                        00006249
                                DELIMITED BY SIZE                       00006250
                           INTO WK-DESCRIPCION                          00006251
                         END-STRING                                     00006252
                         MOVE CA-PRF-3045     TO WK-PARRAFO             00006253
                         MOVE CA-MPBAIME1     TO WK-DDNAME              00006254
                         MOVE FS-MPBAIME1     TO WK-FILE-STATUS         00006255
                         MOVE REG-MPBAIME1    TO WK-DATOS-REGISTRO      00006256
                                                                        00006257
                         PERFORM 9000-CANCELACION                       00006258
                            THRU 9000-CANCELACION-EXIT                  00006259
                                                                        00006260
                   WHEN  OTHER                                          00006261
                         MOVE CA-ERROR-D      TO WK-TIPO-ERROR          00006262
                         MOVE MPYAREG-SQLCODE TO SW-DB2-RETURN-CODE     00006263
                         MOVE MPYAREG-SQLCA   TO SQLCA                  00006264
                         MOVE CA-ERR-RUTINA-REGLAS                      00006265
                                              TO WK-DESCRIPCION         00006266
                         MOVE CA-PRF-3045     TO WK-PARRAFO             00006267
                         MOVE CA-MPBAREG      TO WK-RUTINA              00006268
                         MOVE MPYAREG-TABLA-DB2                         00006269
                                              TO WK-TABLA-DB2           00006270
                         MOVE CA-SELECT       TO WK-DATOS-ACCESO        00006271
                                                                        00006272
                         PERFORM 9000-CANCELACION                       00006273
                            THRU 9000-CANCELACION-EXIT                  00006274
                                                                        00006275
               END-EVALUATE                                             00006276
                                                                        00006277
           END-IF                                                       00006278
                                                                        00006279
           PERFORM 9100-LEER-MPBAIME1                                   00006280
              THRU 9100-LEER-MPBAIME1-EXIT                              00006281
                                                                        00006282
           .                                                            00006283
       3046-VALIDAR-FILA-EXIT.                                          00006284
           EXIT.                                                        00006285
      ******************************************************************00006286
      ***                   3050-CONFIRMAR-CARGA                  ***   00006287
      ***                   --------------------                  ***   00006288
      * SE CONFIRMA (COMMIT) LA IMPORTACION.                           *00006289
      ******************************************************************00006290
       3050-CONFIRMAR-CARGA.                                            00006291
                                                                        00006292
           EXEC SQL                                                     00006293
                COMMIT                                                  00006294
           END-EXEC                                                     00006295
                                                                        00006296
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006300
                                                                        00006310
           IF  NOT DB2-OK                                               00006320
