      *  TABLAS:                                                       *00000240
      *     POS_TIPO_CAMBIO : TIPOS DE CAMBIO (ACTUALIZA).             *00000250
      *-                                                              -*00000260
      *  RUTINAS:                                                      *00000261
      *        XXBALLE  : REGISTRO DE LLEGADA DE FICHEROS DE ENTRADA.  *00000262
      *-                                                              -*00000263
      ******************************************************************00000270
      *                  M O D I F I C A C I O N E S                   *00000280
      *                  ---------------------------                   *00000290
      * -------- ----------   ---------------------------------------- *00000320
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. MANTENIMIENTO DE *00000330
      *                        LA TABLA DE TIPOS DE CAMBIO.            *00000340
      * VIEWNEXT 15-10-2026    SE REGISTRA LA LLEGADA DEL FICHERO      *00000341
      *                        KJBCTCE1 EN EL CONTROL DE FICHEROS DE   *00000342
      *                        ENTRADA (XXBALLE).                      *00000343
      *                                                                *00000350
      ******************************************************************00000360
                                                                        00000370
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001330
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001340
               10  CA-KJBCCTC              PIC X(08)   VALUE 'KJBCCTC'. 00001350
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00001351
               10  CA-FUN-LLEGADA          PIC X(01)   VALUE 'R'.       00001352
               10  CA-RET-LLE-OK           PIC X(02)   VALUE '00'.      00001353
               10  CA-ERR-LLEGADA          PIC X(41)   VALUE 'ERROR AL R00001354
      -                            'EGISTRAR LA LLEGADA DEL FICHERO'.   00001355
               10  CA-PRF-1150             PIC X(22)   VALUE '1150-REGIS00001356
      -                            'TRAR-LLEGADA'.                      00001357
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001360
      -                            'PAGO'.                              00001370
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001380
      * -- COPY DE COMUNICACION CON DB2.                                00002750
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002760
                                                                        00002770
      * -- COPY DE COMUNICACION CON LA RUTINA DE LLEGADAS XXBALLE.      00002772
           COPY XXYALLE.                                                00002774
                                                                        00002776
      * -- DCLGEN DE LA TABLA POS_TIPO_CAMBIO.                          00002780
           EXEC SQL INCLUDE D7397900 END-EXEC.                          00002790
                                                                        00002800
                                                                        00003100
           PERFORM 1100-ABRIR-FICHEROS                                  00003110
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003120
                                                                        00003121
           PERFORM 1150-REGISTRAR-LLEGADA                               00003122
              THRU 1150-REGISTRAR-LLEGADA-EXIT                          00003123
                                                                        00003130
           WRITE REG-KJBCTCS1 FROM WK-LINEA-CABECERA                    00003140
                                                                        00003150
                                                                        00003560
           .                                                            00003570
       1100-ABRIR-FICHEROS-EXIT.                                        00003580
           EXIT.                                                        00003581
                                                                        00003582
      ******************************************************************00003583
      ***                   1150-REGISTRAR-LLEGADA                  *** 00003584
      ***                   ----------------------                  *** 00003585
      * SE REGISTRA LA LLEGADA DEL FICHERO KJBCTCE1 EN EL CONTROL DE   *00003586
      * FICHEROS DE ENTRADA (XXBALLE) PARA EL MONITOR DE LLEGADAS.     *00003587
      ******************************************************************00003588
       1150-REGISTRAR-LLEGADA.                                          00003589
                                                                        00003590
           INITIALIZE XXYALLE                                           00003591
                                                                        00003592
           MOVE CA-FUN-LLEGADA               TO XXYALLE-FUNCION-E       00003593
           MOVE CA-KJBCTCE1                  TO XXYALLE-INTERFAZ-E      00003594
           MOVE CA-KJBCCTC                   TO XXYALLE-PROGRAMA-E      00003595
                                                                        00003596
           CALL CA-XXBALLE               USING XXYALLE                  00003597
                                                                        00003598
           IF  XXYALLE-RETORNO NOT = CA-RET-LLE-OK                      00003599
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003600
               MOVE CA-ERR-LLEGADA           TO WK-DESCRIPCION          00003601
               MOVE CA-PRF-1150              TO WK-PARRAFO              00003602
               MOVE CA-XXBALLE               TO WK-RUTINA               00003603
               MOVE XXYALLE-DESCRIPCION      TO WK-DATOS-REGISTRO       00003604
                                                                        00003605
               PERFORM 9000-CANCELACION                                 00003606
                  THRU 9000-CANCELACION-EXIT                            00003607
                                                                        00003608
           END-IF                                                       00003609
                                                                        00003610
           .                                                            00003611
       1150-REGISTRAR-LLEGADA-EXIT.                                     00003612
           EXIT.                                                        00003613
                                                                        00003614
      ******************************************************************00003615
      ***                   2000-PROCESO                            *** 00003620
      ***                   ------------                            *** 00003630
      * SE VALIDA Y APLICA CADA MOVIMIENTO LEIDO, SE ESCRIBE EL        *00003640
