      *  TABLAS:                                                       *00000230
      *     EMBOZ_STOCK : INVENTARIO DE PLASTICOS (ACTUALIZ.).   *      00000240
      *-                                                              -*00000250
      *  RUTINAS:                                                      *00000251
      *        XXBALLE  : REGISTRO DE LLEGADA DE FICHEROS DE ENTRADA.  *00000252
      *-                                                              -*00000253
      ******************************************************************00000260
      *                  M O D I F I C A C I O N E S                   *00000270
      *                  ---------------------------                   *00000280
      * USUARIO  FECHA        DESCRIPCION                              *00000300
      * -------- ----------   ---------------------------------------- *00000310
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000320
      * VIEWNEXT 15-10-2026    SE REGISTRA LA LLEGADA DEL FICHERO      *00000321
      *                        MPCHSKE1 EN EL CONTROL DE FICHEROS DE   *00000322
      *                        ENTRADA (XXBALLE).                      *00000323
      *                                                                *00000330
      ******************************************************************00000340
                                                                        00000350
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001180
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001190
               10  CA-MPCHSTK              PIC X(08)   VALUE 'MPCHSTK'. 00001200
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00001201
               10  CA-FUN-LLEGADA          PIC X(01)   VALUE 'R'.       00001202
               10  CA-RET-LLE-OK           PIC X(02)   VALUE '00'.      00001203
               10  CA-ERR-LLEGADA          PIC X(41)   VALUE 'ERROR AL R00001204
      -                            'EGISTRAR LA LLEGADA DEL FICHERO'.   00001205
               10  CA-PRF-1150             PIC X(22)   VALUE '1150-REGIS00001206
      -                            'TRAR-LLEGADA'.                      00001207
               10  CA-RESP                 PIC X(14)   VALUE            00001210
                                   'MEDIOS DE PAGO'.                    00001220
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001230
      * -- COPY DE COMUNICACION CON DB2.                                00002120
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002130
                                                                        00002140
      * -- COPY DE COMUNICACION CON LA RUTINA DE LLEGADAS XXBALLE.      00002142
           COPY XXYALLE.                                                00002144
                                                                        00002146
      * -- DCLGEN DE LA TABLA EMBOZ_STOCK.                              00002150
           EXEC SQL INCLUDE D4465700 END-EXEC.                          00002160
                                                                        00002170
           PERFORM 1100-ABRIR-FICHEROS                                  00002480
              THRU 1100-ABRIR-FICHEROS-EXIT                             00002490
                                                                        00002500
           PERFORM 1150-REGISTRAR-LLEGADA                               00002502
              THRU 1150-REGISTRAR-LLEGADA-EXIT                          00002504
                                                                        00002506
           PERFORM 9100-LEER-FICHERO                                    00002510
              THRU 9100-LEER-FICHERO-EXIT                               00002520
                                                                        00002530
                                                                        00002780
           .                                                            00002790
       1100-ABRIR-FICHEROS-EXIT.                                        00002800
           EXIT.                                                        00002801
                                                                        00002802
      ******************************************************************00002803
      ***                   1150-REGISTRAR-LLEGADA             ***      00002804
      ***                   ----------------------             ***      00002805
      * SE REGISTRA LA LLEGADA DEL FICHERO MPCHSKE1 EN EL CONTROL DE   *00002806
      * FICHEROS DE ENTRADA (XXBALLE) PARA EL MONITOR DE LLEGADAS.     *00002807
      ******************************************************************00002808
       1150-REGISTRAR-LLEGADA.                                          00002809
                                                                        00002810
           INITIALIZE XXYALLE                                           00002811
                                                                        00002812
           MOVE CA-FUN-LLEGADA               TO XXYALLE-FUNCION-E       00002813
           MOVE CA-MPCHSKE1                  TO XXYALLE-INTERFAZ-E      00002814
           MOVE CA-MPCHSTK                   TO XXYALLE-PROGRAMA-E      00002815
                                                                        00002816
           CALL CA-XXBALLE               USING XXYALLE                  00002817
                                                                        00002818
           IF  XXYALLE-RETORNO NOT = CA-RET-LLE-OK                      00002819
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00002820
               MOVE CA-ERR-LLEGADA           TO WK-DESCRIPCION          00002821
               MOVE CA-PRF-1150              TO WK-PARRAFO              00002822
               MOVE CA-XXBALLE               TO WK-RUTINA               00002823
               MOVE XXYALLE-DESCRIPCION      TO WK-DATOS-REGISTRO       00002824
                                                                        00002825
               PERFORM 9000-CANCELACION                                 00002826
                  THRU 9000-CANCELACION-EXIT                            00002827
                                                                        00002828
           END-IF                                                       00002829
                                                                        00002830
           .                                                            00002831
       1150-REGISTRAR-LLEGADA-EXIT.                                     00002832
           EXIT.                                                        00002833
                                                                        00002834
      ******************************************************************00002835
      ***                   2000-PROCESO                       ***      00002840
      ***                   ------------                       ***      00002850
      *  SE CARGA LA ENTREGA LEIDA Y SE LEE LA SIGUIENTE.        *      00002860
