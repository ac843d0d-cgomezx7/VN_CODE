      *-                                                              -*00000170
      *  FICHEROS DE ENTRADA:                                          *00000180
      *        MPBALOE1: CUENTAS A RESOLVER (CDGENTI/CENTALTA/CUENTNU).*00000190
      *                  CON 'S' EN LA POSICION 40 SE IMPRIME EN       *00000191
      *                  SYSOUT LA TRAZA DE RESOLUCION DE LA CUENTA.   *00000192
      *-                                                              -*00000200
      *  FICHEROS DE SALIDA:                                           *00000210
      *        MPBALOS1: VALOR RESUELTO O MOTIVO DE RECHAZO POR CUENTA.*00000220
      *                        POR REGISTRO.                           *00000354
      * VIEWNEXT 22-08-2026    SE INFORMA EL PROGRAMA LLAMADOR A     *  00000355
      *                        MPBADEU PARA SUS ESTADISTICAS DE USO. *  00000356
      * VIEWNEXT 15-10-2026    SE INFORMA EN LA SALIDA EL NIVEL AL QUE *00000391
      *                        MPBADEU RESOLVIO EL VALOR (CUENTA,      *00000392
      *                        CONVENIO/CAMPANA, PRODUCTO O ENTIDAD).  *00000393
      * VIEWNEXT 15-10-2026    INDICADOR DE TRAZA POR CUENTA EN        *00000394
      *                        MPBALOE1: SE PIDE A MPBADEU LA TRAZA    *00000395
      *                        DE RESOLUCION Y SE IMPRIME EN SYSOUT    *00000396
      *                        PARA LAS CUENTAS RECLAMADAS.            *00000397
      *                                                                *00000400
      ******************************************************************00000410
                                                                        00000420
           05  RE-CDGPRODU                 PIC X(03).                   00001040
           05  RE-CDGSUBP                  PIC X(03).                   00001050
           05  RE-PANUMPAR                 PIC X(03).                   00001060
           05  RE-IND-TRAZA                PIC X(01).                   00001061
           05  FILLER                      PIC X(10).                   00001070
                                                                        00001080
       FD  MPBALOS1                                                     00001090
           BLOCK CONTAINS 0 RECORDS                                     00001100
           05  RS-DESLARG                  PIC X(100).                  00001240
           05  RS-COD-RET                  PIC X(02).                   00001250
           05  RS-MENSAJE                  PIC X(06).                   00001260
           05  RS-NIVEL                    PIC X(01).                   00001261
           05  FILLER                      PIC X(12).                   00001270
                                                                        00001280
      *----------------------------------------------------------------*00001290
      * WORKING-STORAGE SECTION                                        *00001300
               10  CA-00                   PIC X(02)   VALUE '00'.      00001590
               10  CA-88                   PIC X(02)   VALUE '88'.      00001600
               10  CA-99                   PIC X(02)   VALUE '99'.      00001610
      *TRAZA DE RESOLUCION                                              00001611
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001612
               10  CA-MOT-VIGENTE          PIC X(02)   VALUE 'VI'.      00001613
               10  CA-MOT-FUTURA           PIC X(02)   VALUE 'FU'.      00001614
               10  CA-MOT-CADUCADA         PIC X(02)   VALUE 'CA'.      00001615
               10  CA-MOT-PRECEDIDA        PIC X(02)   VALUE 'PR'.      00001616
               10  CA-MOT-SIN-FILAS        PIC X(02)   VALUE 'SF'.      00001617
               10  CA-MOT-SIN-CONVENIO     PIC X(02)   VALUE 'NC'.      00001618
               10  CA-MOT-CTA-ALTA         PIC X(02)   VALUE 'AL'.      00001619
               10  CA-MOT-CTA-BAJA         PIC X(02)   VALUE 'BA'.      00001620
               10  CA-MOT-CTA-NO-EXISTE    PIC X(02)   VALUE 'NE'.      00001621
               10  CA-MOT-ERROR            PIC X(02)   VALUE 'ER'.      00001622
               10  CA-DES-VIGENTE          PIC X(30)   VALUE 'VIGENTE EN00001623
      -                            ' LA FECHA'.                         00001624
               10  CA-DES-FUTURA           PIC X(30)   VALUE 'ALTA POSTE00001625
      -                            'RIOR A LA FECHA'.                   00001626
               10  CA-DES-CADUCADA         PIC X(30)   VALUE 'BAJA ANTER00001627
      -                            'IOR A LA FECHA'.                    00001628
               10  CA-DES-PRECEDIDA        PIC X(30)   VALUE 'PRECEDIDA 00001629
      -                            'POR OTRA VIGENTE'.                  00001630
               10  CA-DES-SIN-FILAS        PIC X(30)   VALUE 'SIN FILAS 00001631
      -                            'PARA LA CLAVE'.                     00001632
               10  CA-DES-SIN-CONVENIO     PIC X(30)   VALUE 'CUENTA SIN00001633
      -                            ' CONVENIO NI CAMPANA'.              00001634
               10  CA-DES-CTA-ALTA         PIC X(30)   VALUE 'CUENTA DE 00001635
      -                            'ALTA'.                              00001636
               10  CA-DES-CTA-BAJA         PIC X(30)   VALUE 'CUENTA DAD00001637
      -                            'A DE BAJA'.                         00001638
               10  CA-DES-CTA-NO-EXISTE    PIC X(30)   VALUE 'CUENTA INE00001639
      -                            'XISTENTE'.                          00001640
               10  CA-DES-ERROR            PIC X(30)   VALUE 'ERROR DB2 00001641
      -                            'AL OBTENER LA TRAZA'.               00001642
      *ERRORES                                                          00001643
               10  CA-ERR-ABRIR-MPBALOE1   PIC X(35)   VALUE 'ERROR AL A00001644
      -                            'BRIR EL FICHERO MPBALOE1'.          00001645
               10  CA-ERR-ABRIR-MPBALOS1   PIC X(35)   VALUE 'ERROR AL A00001650
      -                            'BRIR EL FICHERO MPBALOS1'.          00001660
               10  CA-ERR-CERRAR-MPBALOE1  PIC X(36)   VALUE 'ERROR AL C00001670
           05  CT-REG-OK                   PIC 9(9)    VALUE ZEROES.    00001950
           05  CT-REG-FUNCIONAL            PIC 9(9)    VALUE ZEROES.    00001960
           05  CT-REG-DB2                  PIC 9(9)    VALUE ZEROES.    00001970
           05  CT-REG-TRAZA                PIC 9(9)    VALUE ZEROES.    00001971
                                                                        00001980
      ******************************************************************00001990
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002000
      -                            'DE BASE DE DATOS:               '.  00002270
               10  WK-DB2-ED               PIC ZZZZZZZZ9.               00002280
               10  FILLER                  PIC X(01)   VALUE '*'.       00002290
                                                                        00002291
           05  WK-CAB-7.                                                00002292
               10  FILLER                  PIC X(45)   VALUE '* CUENTAS 00002293
      -                            'CON TRAZA IMPRESA:              '.  00002294
               10  WK-TRAZA-ED             PIC ZZZZZZZZ9.               00002295
               10  FILLER                  PIC X(01)   VALUE '*'.       00002296
                                                                        00002297
      ******************************************************************00002298
      * LINEAS DE LA TRAZA DE RESOLUCION IMPRESA EN SYSOUT             *00002299
      ******************************************************************00002300
       01  WK-TRAZA-LISTADO.                                            00002301
           05  WK-TRZ-IDX                  PIC 9(02)   VALUE ZEROES.    00002302
           05  WK-TRZ-SEPARADOR            PIC X(120)  VALUE ALL '-'.   00002303
                                                                        00002304
           05  WK-TRZ-LIN-CUENTA.                                       00002305
               10  FILLER                  PIC X(14)                    00002306
                                           VALUE 'TRAZA CUENTA: '.      00002307
               10  WK-TRZ-CDGENTI          PIC X(04).                   00002308
               10  FILLER                  PIC X(01)   VALUE '-'.       00002309
               10  WK-TRZ-CENTALTA         PIC X(04).                   00002310
               10  FILLER                  PIC X(01)   VALUE '-'.       00002311
               10  WK-TRZ-CUENTNU          PIC X(12).                   00002312
               10  FILLER                  PIC X(12)                    00002313
                                           VALUE ' PARAMETRO: '.        00002314
               10  WK-TRZ-PANUMPAR         PIC X(03).                   00002315
               10  FILLER                  PIC X(08)   VALUE ' FECHA: '.00002316
               10  WK-TRZ-FECHA            PIC X(10).                   00002317
               10  FILLER                  PIC X(10)                    00002318
                                           VALUE ' RETORNO: '.          00002319
               10  WK-TRZ-COD-RET          PIC X(02).                   00002320
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002321
               10  WK-TRZ-MENSAJE          PIC X(06).                   00002322
               10  FILLER                  PIC X(08)   VALUE ' NIVEL: '.00002323
               10  WK-TRZ-NIVEL            PIC X(01).                   00002324
               10  FILLER                  PIC X(08)   VALUE ' VALOR: '.00002325
               10  WK-TRZ-VALPARM          PIC X(10).                   00002326
                                                                        00002327
           05  WK-TRZ-LIN-USADA.                                        00002328
               10  FILLER                  PIC X(14)                    00002329
                                           VALUE 'FILA USADA  : '.      00002330
               10  WK-TRZ-U-TABLA          PIC X(07).                   00002331
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002332
               10  WK-TRZ-U-CLAVE          PIC X(40).                   00002333
               10  FILLER                  PIC X(07)   VALUE ' ALTA: '. 00002334
               10  WK-TRZ-U-FECALTA        PIC X(10).                   00002335
               10  FILLER                  PIC X(07)   VALUE ' BAJA: '. 00002336
               10  WK-TRZ-U-FEBAJA         PIC X(10).                   00002337
               10  FILLER                  PIC X(08)   VALUE ' CACHE: '.00002338
               10  WK-TRZ-U-CACHE          PIC X(01).                   00002339
                                                                        00002340
           05  WK-TRZ-LIN-ESTADO.                                       00002341
               10  FILLER                  PIC X(14)                    00002342
                                           VALUE 'ESTADO CTA  : '.      00002343
               10  WK-TRZ-E-EST-CTA        PIC X(02).                   00002344
               10  FILLER                  PIC X(07)   VALUE ' BAJA: '. 00002345
               10  WK-TRZ-E-FECBAJA        PIC X(10).                   00002346
               10  FILLER                  PIC X(11)                    00002347
                                           VALUE ' CONVENIO: '.         00002348
               10  WK-TRZ-E-CDCONVEN       PIC X(04).                   00002349
               10  FILLER                  PIC X(10)                    00002350
                                           VALUE ' CAMPANA: '.          00002351
               10  WK-TRZ-E-CODGCAMP       PIC X(06).                   00002352
                                                                        00002353
           05  WK-TRZ-LIN-FILA.                                         00002354
               10  FILLER                  PIC X(02)   VALUE SPACES.    00002355
               10  WK-TRZ-F-NUM            PIC Z9.                      00002356
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002357
               10  WK-TRZ-F-TABLA          PIC X(07).                   00002358
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002359
               10  WK-TRZ-F-CLAVE          PIC X(40).                   00002360
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002361
               10  WK-TRZ-F-VALPARM        PIC X(10).                   00002362
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002363
               10  WK-TRZ-F-FECALTA        PIC X(10).                   00002364
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002365
               10  WK-TRZ-F-FEBAJA         PIC X(10).                   00002366
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002367
               10  WK-TRZ-F-RESULT         PIC X(01).                   00002368
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002369
               10  WK-TRZ-F-MOTIVO         PIC X(02).                   00002370
               10  FILLER                  PIC X(01)   VALUE SPACES.    00002371
               10  WK-TRZ-F-DESCRIPCION    PIC X(30).                   00002372
                                                                        00002373
           05  WK-TRZ-LIN-DESBORDE         PIC X(60)   VALUE 'TRAZA INCO00002374
      -                            'MPLETA: SE SUPERA EL MAXIMO DE FILAS00002375
      -                            ' DE LA RUTINA'.                     00002376
                                                                        00002377
      ******************************************************************00002378
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002379
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002380
      ******************************************************************00002381
       01  WK-CANCELACION-BATCH.                                        00002382
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002383
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002384
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002385
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPBALOT'. 00002390
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002400
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002410
           PERFORM 2200-ESCRIBIR-MPBALOS1                               00003460
              THRU 2200-ESCRIBIR-MPBALOS1-EXIT                          00003470
                                                                        00003480
           IF  RE-IND-TRAZA = CA-SI                                     00003481
               PERFORM 2300-IMPRIMIR-TRAZA                              00003482
                  THRU 2300-IMPRIMIR-TRAZA-EXIT                         00003483
           END-IF                                                       00003484
                                                                        00003485
           PERFORM 9100-LEER-MPBALOE1                                   00003490
              THRU 9100-LEER-MPBALOE1-EXIT                              00003500
                                                                        00003510
           MOVE RE-CDGSUBP                    TO MPYADEU-CDGSUBP-E      00003720
           MOVE RE-PANUMPAR                  TO MPYADEU-PANUMPAR-E      00003730
           MOVE WK-PROGRAMA                    TO MPYADEU-PROGRAMA-E    00003735
           MOVE RE-IND-TRAZA                 TO MPYADEU-IND-TRAZA-E     00003736
                                                                        00003740
           CALL CA-MPBADEU               USING MPYADEU                  00003750
                                                                        00003760
           MOVE MPYADEU-DESLARG-S            TO RS-DESLARG              00004060
           MOVE MPYADEU-COD-RET              TO RS-COD-RET              00004070
           MOVE MPYADEU-MENSAJE              TO RS-MENSAJE              00004080
           MOVE MPYADEU-NIVEL-S              TO RS-NIVEL                00004081
                                                                        00004090
           WRITE REG-MPBALOS1                                           00004100
                                                                        00004110
                                                                        00004240
           .                                                            00004250
       2200-ESCRIBIR-MPBALOS1-EXIT.                                     00004260
           EXIT.                                                        00004261
                                                                        00004262
      ******************************************************************00004263
      ***                   2300-IMPRIMIR-TRAZA                      ***00004264
      ***                   -------------------                      ***00004265
      * SE IMPRIME EN SYSOUT LA TRAZA DE RESOLUCION DEVUELTA POR LA    *00004266
      * RUTINA MPBADEU PARA LA CUENTA ACTUAL: RESULTADO, FILA USADA,   *00004267
      * ESTADO DE LA CUENTA Y FILAS CONSULTADAS CON SU MOTIVO.         *00004268
      ******************************************************************00004269
       2300-IMPRIMIR-TRAZA.                                             00004270
                                                                        00004271
           ADD CN-1                          TO CT-REG-TRAZA            00004272
                                                                        00004273
           MOVE RE-CDGENTI                   TO WK-TRZ-CDGENTI          00004274
           MOVE RE-CENTALTA                  TO WK-TRZ-CENTALTA         00004275
           MOVE RE-CUENTNU                   TO WK-TRZ-CUENTNU          00004276
           MOVE RE-PANUMPAR                  TO WK-TRZ-PANUMPAR         00004277
           MOVE RE-FECHA                     TO WK-TRZ-FECHA            00004278
           MOVE MPYADEU-COD-RET              TO WK-TRZ-COD-RET          00004279
           MOVE MPYADEU-MENSAJE              TO WK-TRZ-MENSAJE          00004280
           MOVE MPYADEU-NIVEL-S              TO WK-TRZ-NIVEL            00004281
           MOVE MPYADEU-VALPARM-S            TO WK-TRZ-VALPARM          00004282
                                                                        00004283
           MOVE MPYADEU-TRZ-TABLA-S          TO WK-TRZ-U-TABLA          00004284
           MOVE MPYADEU-TRZ-CLAVE-S          TO WK-TRZ-U-CLAVE          00004285
           MOVE MPYADEU-TRZ-FECALTA-S        TO WK-TRZ-U-FECALTA        00004286
           MOVE MPYADEU-TRZ-FEBAJA-S         TO WK-TRZ-U-FEBAJA         00004287
           MOVE MPYADEU-TRZ-CACHE-S          TO WK-TRZ-U-CACHE          00004288
                                                                        00004289
           MOVE MPYADEU-TRZ-EST-CTA-S        TO WK-TRZ-E-EST-CTA        00004290
           MOVE MPYADEU-TRZ-FECBAJA-S        TO WK-TRZ-E-FECBAJA        00004291
           MOVE MPYADEU-TRZ-CDCONVEN-S       TO WK-TRZ-E-CDCONVEN       00004292
           MOVE MPYADEU-TRZ-CODGCAMP-S       TO WK-TRZ-E-CODGCAMP       00004293
                                                                        00004294
           DISPLAY WK-TRZ-SEPARADOR                                     00004295
           DISPLAY WK-TRZ-LIN-CUENTA                                    00004296
           DISPLAY WK-TRZ-LIN-USADA                                     00004297
           DISPLAY WK-TRZ-LIN-ESTADO                                    00004298
                                                                        00004299
           PERFORM 2310-IMPRIMIR-FILA-TRAZA                             00004300
              THRU 2310-IMPRIMIR-FILA-TRAZA-EXIT                        00004301
             VARYING WK-TRZ-IDX FROM 1 BY 1                             00004302
               UNTIL WK-TRZ-IDX > MPYADEU-TRZ-NUM-FILAS-S               00004303
                                                                        00004304
           IF  MPYADEU-TRZ-DESBORDE-S = CA-SI                           00004305
               DISPLAY WK-TRZ-LIN-DESBORDE                              00004306
           END-IF                                                       00004307
                                                                        00004308
           .                                                            00004309
       2300-IMPRIMIR-TRAZA-EXIT.                                        00004310
           EXIT.                                                        00004311
                                                                        00004312
      ******************************************************************00004313
      ***                   2310-IMPRIMIR-FILA-TRAZA                 ***00004314
      ***                   ------------------------                 ***00004315
      * SE IMPRIME UNA FILA CONSULTADA DE LA TRAZA CON LA DESCRIPCION  *00004316
      * DE SU MOTIVO.                                                  *00004317
      ******************************************************************00004318
       2310-IMPRIMIR-FILA-TRAZA.                                        00004319
                                                                        00004320
           MOVE WK-TRZ-IDX                   TO WK-TRZ-F-NUM            00004321
           MOVE MPYADEU-TRZ-F-TABLA-S   (WK-TRZ-IDX)                    00004322
                                             TO WK-TRZ-F-TABLA          00004323
           MOVE MPYADEU-TRZ-F-CLAVE-S   (WK-TRZ-IDX)                    00004324
                                             TO WK-TRZ-F-CLAVE          00004325
           MOVE MPYADEU-TRZ-F-VALPARM-S (WK-TRZ-IDX)                    00004326
                                             TO WK-TRZ-F-VALPARM        00004327
           MOVE MPYADEU-TRZ-F-FECALTA-S (WK-TRZ-IDX)                    00004328
                                             TO WK-TRZ-F-FECALTA        00004329
           MOVE MPYADEU-TRZ-F-FEBAJA-S  (WK-TRZ-IDX)                    00004330
                                             TO WK-TRZ-F-FEBAJA         00004331
           MOVE MPYADEU-TRZ-F-RESULT-S  (WK-TRZ-IDX)                    00004332
                                             TO WK-TRZ-F-RESULT         00004333
           MOVE MPYADEU-TRZ-F-MOTIVO-S  (WK-TRZ-IDX)                    00004334
                                             TO WK-TRZ-F-MOTIVO         00004335
                                                                        00004336
           EVALUATE  WK-TRZ-F-MOTIVO                                    00004337
               WHEN  CA-MOT-VIGENTE                                     00004338
                     MOVE CA-DES-VIGENTE     TO WK-TRZ-F-DESCRIPCION    00004339
               WHEN  CA-MOT-FUTURA                                      00004340
                     MOVE CA-DES-FUTURA      TO WK-TRZ-F-DESCRIPCION    00004341
               WHEN  CA-MOT-CADUCADA                                    00004342
                     MOVE CA-DES-CADUCADA    TO WK-TRZ-F-DESCRIPCION    00004343
               WHEN  CA-MOT-PRECEDIDA                                   00004344
                     MOVE CA-DES-PRECEDIDA   TO WK-TRZ-F-DESCRIPCION    00004345
               WHEN  CA-MOT-SIN-FILAS                                   00004346
                     MOVE CA-DES-SIN-FILAS   TO WK-TRZ-F-DESCRIPCION    00004347
               WHEN  CA-MOT-SIN-CONVENIO                                00004348
                     MOVE CA-DES-SIN-CONVENIO                           00004349
                                             TO WK-TRZ-F-DESCRIPCION    00004350
               WHEN  CA-MOT-CTA-ALTA                                    00004351
                     MOVE CA-DES-CTA-ALTA    TO WK-TRZ-F-DESCRIPCION    00004352
               WHEN  CA-MOT-CTA-BAJA                                    00004353
                     MOVE CA-DES-CTA-BAJA    TO WK-TRZ-F-DESCRIPCION    00004354
               WHEN  CA-MOT-CTA-NO-EXISTE                               00004355
                     MOVE CA-DES-CTA-NO-EXISTE                          00004356
                                             TO WK-TRZ-F-DESCRIPCION    00004357
               WHEN  CA-MOT-ERROR                                       00004358
                     MOVE CA-DES-ERROR       TO WK-TRZ-F-DESCRIPCION    00004359
               WHEN  OTHER                                              00004360
                     MOVE SPACES             TO WK-TRZ-F-DESCRIPCION    00004361
           END-EVALUATE                                                 00004362
                                                                        00004363
           DISPLAY WK-TRZ-LIN-FILA                                      00004364
                                                                        00004365
           .                                                            00004366
       2310-IMPRIMIR-FILA-TRAZA-EXIT.                                   00004367
           EXIT.                                                        00004368
                                                                        00004369
      ******************************************************************00004370
      ***                   3000-FIN                                 ***00004371
      ***                   --------                                 ***00004372
      * SE REALIZA EL CIERRE DE LOS FICHEROS, SE MUESTRAN LAS          *00004373
      * ESTADISTICAS Y FINALIZA LA EJECUCION.                          *00004374
      ******************************************************************00004375
       3000-FIN.                                                        00004376
                                                                        00004377
           PERFORM 3100-CERRAR-FICHEROS                                 00004378
              THRU 3100-CERRAR-FICHEROS-EXIT                            00004380
                                                                        00004390
           PERFORM 3200-ESTADISTICAS                                    00004400
           MOVE CT-REG-OK                    TO WK-OK-ED                00004950
           MOVE CT-REG-FUNCIONAL             TO WK-FUNCIONAL-ED         00004960
           MOVE CT-REG-DB2                   TO WK-DB2-ED               00004970
           MOVE CT-REG-TRAZA                 TO WK-TRAZA-ED             00004971
                                                                        00004980
           DISPLAY WK-CAB-1                                             00004990
           DISPLAY WK-CAB-2                                             00005000
           DISPLAY WK-CAB-4                                             00005030
           DISPLAY WK-CAB-5                                             00005040
           DISPLAY WK-CAB-6                                             00005050
           DISPLAY WK-CAB-7                                             00005051
           DISPLAY WK-CAB-1                                             00005060
                                                                        00005070
           .                                                            00005080
