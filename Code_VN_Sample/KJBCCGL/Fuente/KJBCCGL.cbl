      *  DESCRIPCION: PROCESO BATCH DE CONCILIACION DE LOS SALDOS      *00000110
      *               CONTABLES RECIBIDOS DE CONTABILIDAD CONTRA LOS   *00000120
      *               SALDOS CONSOLIDADOS DE POS_DISP_PMAS, TOTALIZADOS*00000130
      *               POR EMPRESA/CENTRO CONTABLE (IDEMPCCO/IDCENCCO), *00000131
      *               PRODUCTO Y MONEDA. SE LISTAN                     *00000140
      *               LOS TOTALES CUADRADOS, LAS DIFERENCIAS CON SU    *00000150
      *               IMPORTE Y LAS CLAVES PRESENTES EN UN SOLO LADO.  *00000160
      *               SI EXISTEN DIFERENCIAS SUPERIORES A LA           *00000170
      *  TABLAS:                                                       *00000330
      *     POS_DISP_PMAS : POSICIONES CONSOLIDADAS (LECTURA).         *00000340
      *-                                                              -*00000350
      *  RUTINAS:                                                      *00000351
      *        XXBALLE  : REGISTRO DE LLEGADA DE FICHEROS DE ENTRADA.  *00000352
      *-                                                              -*00000353
      ******************************************************************00000360
      *                  M O D I F I C A C I O N E S                   *00000370
      *                  ---------------------------                   *00000380
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. CONCILIACION DE  *00000420
      *                        SALDOS CONTABLES CONTRA POS_DISP_PMAS   *00000430
      *                        CON TOLERANCIA POR SYSIN.               *00000440
      * VIEWNEXT 15-10-2026    LAS POSICIONES SE TOTALIZAN POR SU      *00000441
      *                        EMPRESA/CENTRO CONTABLE, NO POR EL      *00000442
      *                        OPERATIVO.                              *00000443
      * VIEWNEXT 15-10-2026    SE REGISTRA LA LLEGADA DEL FICHERO      *00000444
      *                        KJBCGLE1 EN EL CONTROL DE FICHEROS DE   *00000445
      *                        ENTRADA (XXBALLE).                      *00000446
      *                                                                *00000450
      ******************************************************************00000460
                                                                        00000470
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001480
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001490
               10  CA-KJBCCGL              PIC X(08)   VALUE 'KJBCCGL'. 00001500
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00001501
               10  CA-FUN-LLEGADA          PIC X(01)   VALUE 'R'.       00001502
               10  CA-RET-LLE-OK           PIC X(02)   VALUE '00'.      00001503
               10  CA-ERR-LLEGADA          PIC X(41)   VALUE 'ERROR AL R00001504
      -                            'EGISTRAR LA LLEGADA DEL FICHERO'.   00001505
               10  CA-PRF-1150             PIC X(22)   VALUE '1150-REGIS00001506
      -                            'TRAR-LLEGADA'.                      00001507
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001510
      -                            'PAGO'.                              00001520
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001530
      * -- COPY DE COMUNICACION CON DB2.                                00003480
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003490
                                                                        00003500
      * -- COPY DE COMUNICACION CON LA RUTINA DE LLEGADAS XXBALLE.      00003502
           COPY XXYALLE.                                                00003504
                                                                        00003506
      ******************************************************************00003510
      *                       PROCEDURE DIVISION                      * 00003520
      ******************************************************************00003530
                                                                        00003840
           PERFORM 1100-ABRIR-FICHEROS                                  00003850
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003860
                                                                        00003861
           PERFORM 1150-REGISTRAR-LLEGADA                               00003862
              THRU 1150-REGISTRAR-LLEGADA-EXIT                          00003863
                                                                        00003870
           MOVE WK-TOLERANCIA                TO WC-TOLERANCIA           00003880
                                                                        00003890
           EXIT.                                                        00004460
                                                                        00004470
      ******************************************************************00004480
      ***                   1150-REGISTRAR-LLEGADA                  *** 00004481
      ***                   ----------------------                  *** 00004482
      * SE REGISTRA LA LLEGADA DEL FICHERO KJBCGLE1 EN EL CONTROL DE   *00004483
      * FICHEROS DE ENTRADA (XXBALLE) PARA EL MONITOR DE LLEGADAS.     *00004484
      ******************************************************************00004485
       1150-REGISTRAR-LLEGADA.                                          00004486
                                                                        00004487
           INITIALIZE XXYALLE                                           00004488
                                                                        00004489
           MOVE CA-FUN-LLEGADA               TO XXYALLE-FUNCION-E       00004490
           MOVE CA-KJBCGLE1                  TO XXYALLE-INTERFAZ-E      00004491
           MOVE CA-KJBCCGL                   TO XXYALLE-PROGRAMA-E      00004492
                                                                        00004493
           CALL CA-XXBALLE               USING XXYALLE                  00004494
                                                                        00004495
           IF  XXYALLE-RETORNO NOT = CA-RET-LLE-OK                      00004496
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004497
               MOVE CA-ERR-LLEGADA           TO WK-DESCRIPCION          00004498
               MOVE CA-PRF-1150              TO WK-PARRAFO              00004499
               MOVE CA-XXBALLE               TO WK-RUTINA               00004500
               MOVE XXYALLE-DESCRIPCION      TO WK-DATOS-REGISTRO       00004501
                                                                        00004502
               PERFORM 9000-CANCELACION                                 00004503
                  THRU 9000-CANCELACION-EXIT                            00004504
                                                                        00004505
           END-IF                                                       00004506
                                                                        00004507
           .                                                            00004508
       1150-REGISTRAR-LLEGADA-EXIT.                                     00004509
           EXIT.                                                        00004510
                                                                        00004511
      ******************************************************************00004512
      ***                   1200-ABRIR-CURSOR                       *** 00004513
      ***                   -----------------                       *** 00004514
      * SE DECLARA Y ABRE EL CURSOR DE TOTALES DE POS_DISP_PMAS POR    *00004515
      * EMPRESA/CENTRO CONTABLE, PRODUCTO Y MONEDA (CONTABILIDAD ASIENTA00004516
      * EN EL CENTRO CONTABLE, NO EN EL OPERATIVO), EN EL MISMO ORDEN  *00004517
      * DE CLASIFICACION QUE EL FICHERO CONTABLE.                      *00004530
      ******************************************************************00004540
       1200-ABRIR-CURSOR.                                               00004550
                                                                        00004560
           EXEC SQL                                                     00004570
                DECLARE C-TOTAL-PMAS CURSOR FOR                         00004580
                SELECT G6524_IDEMPCCO, G6524_IDCENCCO,                  00004590
                       G6524_IDPRODD , G6524_CODMONSW,                  00004600
                       SUM(G6524_IMPSLDC)                               00004610
                  FROM POS_DISP_PMAS                                    00004620
                 GROUP BY G6524_IDEMPCCO, G6524_IDCENCCO,               00004630
                          G6524_IDPRODD , G6524_CODMONSW                00004640
                 ORDER BY G6524_IDEMPCCO, G6524_IDCENCCO,               00004650
                          G6524_IDPRODD , G6524_CODMONSW                00004660
           END-EXEC                                                     00004670
                                                                        00004680
