      *        PARM_CAMBIO_PROG : CAMBIOS PROGRAMADOS (ACTUALIZA).     *00000250
      *        MDDT750/MDDT750H : PARAMETROS POR PRODUCTO.             *00000260
      *        MDDT755/MDDT755H : PARAMETROS POR ENTIDAD.              *00000270
      *        PARM_REGLA       : REGLAS ENTRE PARAMETROS (MPBAREG).   *00000271
      *-                                                              -*00000280
      ******************************************************************00000290
      *                  M O D I F I C A C I O N E S                   *00000300
      * -------- ----------   ---------------------------------------- *00000340
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. ACTIVACION NOCTURN00000350
      *                        CAMBIOS PROGRAMADOS DE PARAMETROS.      *00000360
      * VIEWNEXT 15-10-2026    ANTES DE APLICAR CADA CAMBIO SE         *00000361
      *                        COMPRUEBAN CON LA RUTINA MPBAREG LAS    *00000362
      *                        REGLAS DE CONSISTENCIA ENTRE PARAMETROS *00000363
      *                        DE PARM_REGLA. SI INCUMPLE ALGUNA NO SE *00000364
      *                        APLICA Y SE MARCA COMO ERRONEO CON      *00000365
      *                        RESULTADO 'REGLA INCUMPLIDA'.           *00000366
      *                                                                *00000370
      ******************************************************************00000380
                                                                        00000390
      -                            'UPLICADA'.                          00001450
               10  CA-RES-NO-EXISTE        PIC X(20)   VALUE 'VIGENCIA I00001460
      -                            'NEXISTENTE'.                        00001470
               10  CA-RES-REGLA            PIC X(20)   VALUE 'REGLA INCU00001471
      -                            'MPLIDA'.                            00001472
               10  CA-MPBAREG              PIC X(08)   VALUE 'MPBAREG'. 00001473
               10  CA-00                   PIC X(02)   VALUE '00'.      00001474
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001475
               10  CA-REG-TABLA-750        PIC X(03)   VALUE '750'.     00001476
               10  CA-REG-TABLA-755        PIC X(03)   VALUE '755'.     00001477
               10  CA-ERR-REGLAS           PIC X(40)   VALUE 'ERROR AL V00001478
      -                            'ALIDAR LAS REGLAS DEL CAMBIO'.      00001479
               10  CA-ERR-ABRIR-MPBAACS1   PIC X(34)   VALUE 'ERROR AL A00001480
      -                            'BRIR EL FICHERO MPBAACS1'.          00001490
               10  CA-ERR-CERRAR-MPBAACS1  PIC X(35)   VALUE 'ERROR AL C00001500
      -                            '-FICHEROS'.                         00001610
               10  CA-PRF-1200             PIC X(17)   VALUE '1200-ABRIR00001620
      -                            '-CURSOR'.                           00001630
               10  CA-PRF-2050             PIC X(20)   VALUE '2050-VALID00001631
      -                            'AR-REGLAS'.                         00001632
               10  CA-PRF-2100             PIC X(19)   VALUE '2100-APLIC00001640
      -                            'AR-CAMBIO'.                         00001650
               10  CA-PRF-2500             PIC X(20)   VALUE '2500-MARCA00001660
                                                                        00002840
      * -- DCLGEN DE LA TABLA MDDT755H.                                 00002850
           EXEC SQL INCLUDE D4462901 END-EXEC.                          00002860
                                                                        00002861
      * -- COPY DE COMUNICACION CON LA RUTINA MPBAREG.                  00002862
           COPY MPYAREG.                                                00002863
                                                                        00002870
      ******************************************************************00002880
      *                       PROCEDURE DIVISION                      * 00002890
           EXIT.                                                        00004280
                                                                        00004290
      ******************************************************************00004300
      ***                   2050-VALIDAR-REGLAS                   ***   00004301
      ***                   -------------------                   ***   00004302
      * SE COMPRUEBA CON LA RUTINA MPBAREG QUE EL CAMBIO NO INCUMPLE   *00004303
      * NINGUNA REGLA ACTIVA DE PARM_REGLA EN SU FECHA DE EFECTO.      *00004304
      ******************************************************************00004305
       2050-VALIDAR-REGLAS.                                             00004306
                                                                        00004307
           INITIALIZE MPYAREG                                           00004308
                                                                        00004309
           IF  G3179-TABLA = CA-TABLA-750                               00004310
               MOVE CA-REG-TABLA-750          TO MPYAREG-TABLA          00004311
           ELSE                                                         00004312
               MOVE CA-REG-TABLA-755          TO MPYAREG-TABLA          00004313
           END-IF                                                       00004314
                                                                        00004315
           MOVE G3179-TIPOPERA                TO MPYAREG-TIPOPERA       00004316
           MOVE G3179-CDGENTI                 TO MPYAREG-CDGENTI        00004317
           MOVE G3179-CDGPRODU                TO MPYAREG-CDGPRODU       00004318
           MOVE G3179-CDGSUBP                 TO MPYAREG-CDGSUBP        00004319
           MOVE G3179-PANUMPAR                TO MPYAREG-PANUMPAR       00004320
           MOVE G3179-VALPARM                 TO MPYAREG-VALPARM        00004321
           MOVE G3179-FECALTA                 TO MPYAREG-FECALTA        00004322
           MOVE G3179-FEBAJA                  TO MPYAREG-FEBAJA         00004323
                                                                        00004324
           CALL CA-MPBAREG               USING MPYAREG                  00004325
                                                                        00004326
           EVALUATE  TRUE                                               00004327
               WHEN  MPYAREG-RETORNO = CA-00                            00004328
                     CONTINUE                                           00004329
                                                                        00004330
               WHEN  MPYAREG-IND-INCUMPLE = CA-SI                       00004331
                     SET NO-CAMBIO-CORRECTO   TO TRUE                   00004332
                     MOVE CA-RES-REGLA        TO WK-RESULTADO           00004333
                                                                        00004334
               WHEN  OTHER                                              00004335
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00004336
                     MOVE MPYAREG-SQLCODE     TO SW-DB2-RETURN-CODE     00004337
                     MOVE MPYAREG-SQLCA       TO SQLCA                  00004338
                     MOVE CA-ERR-REGLAS       TO WK-DESCRIPCION         00004339
                     MOVE CA-PRF-2050         TO WK-PARRAFO             00004340
                     MOVE CA-MPBAREG          TO WK-RUTINA              00004341
                     MOVE MPYAREG-TABLA-DB2   TO WK-TABLA-DB2           00004342
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00004343
                                                                        00004344
                     PERFORM 9000-CANCELACION                           00004345
                        THRU 9000-CANCELACION-EXIT                      00004346
                                                                        00004347
           END-EVALUATE                                                 00004348
                                                                        00004349
           .                                                            00004350
       2050-VALIDAR-REGLAS-EXIT.                                        00004351
           EXIT.                                                        00004352
                                                                        00004353
      ******************************************************************00004354
      ***                   2100-APLICAR-CAMBIO                   ***   00004355
      ***                   -------------------                   ***   00004356
      * SE APLICA EL ALTA O CIERRE SOBRE MDDT750/MDDT755 CON LA        *00004357
      ******************************************************************00004358
      * MISMA LOGICA E HISTORIADO QUE MPBAHIS.                       *  00004359
       2100-APLICAR-CAMBIO.                                             00004360
                                                                        00004370
           SET SI-CAMBIO-CORRECTO             TO TRUE                   00004380
           MOVE SPACES                        TO WK-RESULTADO           00004390
                                                                        00004400
           PERFORM 2050-VALIDAR-REGLAS                                  00004401
              THRU 2050-VALIDAR-REGLAS-EXIT                             00004402
                                                                        00004403
           EVALUATE  TRUE                                               00004410
               WHEN  NO-CAMBIO-CORRECTO                                 00004411
                     CONTINUE                                           00004412
                                                                        00004413
               WHEN  G3179-TABLA = CA-TABLA-750 AND                     00004420
                     G3179-TIPOPERA = CA-OPER-ALTA                      00004430
                     PERFORM 2110-ALTA-750                              00004440
