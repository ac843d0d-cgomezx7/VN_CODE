      *        MPCHWHE5 : CIRCUITO URGENTE (FORMATO MPCHSEU1).   *      00000300
      *  FICHEROS DE SALIDA:                                           *00000310
      *        MPCHWHS1 : TRAZA CRONOLOGICA DE LA TARJETA.       *      00000320
      *  RUTINAS:                                                      *00000321
      *        MPBAMSK  : ENMASCARADO DEL XPAN DE LA CABECERA.        * 00000322
      *-                                                              -*00000330
      ******************************************************************00000340
      *                  M O D I F I C A C I O N E S                   *00000350
      * USUARIO  FECHA        DESCRIPCION                              *00000380
      * -------- ----------   ---------------------------------------- *00000390
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000400
      * VIEWNEXT 15-10-2026    EL XPAN DE LA CABECERA DE LA TRAZA SE  * 00000401
      *                        IMPRIME ENMASCARADO CON LA RUTINA      * 00000402
      *                        MPBAMSK.                               * 00000403
      *                                                                *00000410
      ******************************************************************00000420
                                                                        00000430
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002050
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002060
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002070
               10  CA-00                   PIC X(02)   VALUE '00'.      00002071
               10  CA-MPCHWHE              PIC X(08)   VALUE 'MPCHWHE'. 00002080
               10  CA-RESP                 PIC X(14)   VALUE            00002090
                                   'MEDIOS DE PAGO'.                    00002100
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00002250
               10  CA-MPCHWHE1             PIC X(08)   VALUE 'MPCHWHE1'.00002260
               10  CA-MPCHWHS1             PIC X(08)   VALUE 'MPCHWHS1'.00002270
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00002271
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE            00002272
                                   'ERROR AL ENMASCARAR EL XPAN'.       00002273
               10  CA-ETAPA-REMITIDA       PIC X(20)   VALUE            00002280
                                   'REMITIDA AL EMBOZADO'.              00002290
               10  CA-ETAPA-RECHAZADA      PIC X(20)   VALUE            00002300
                                   '2100-RASTREAR-XPAN'.                00002450
               10  CA-PRF-3100             PIC X(20)   VALUE            00002460
                                   '3100-CERRAR-FICHEROS'.              00002470
               10  CA-PRF-2650             PIC X(20)   VALUE            00002471
                                   '2650-ENMASCARAR-XPAN'.              00002472
                                                                        00002480
           05  CN-CONSTANTES-NUMERICAS.                                 00002490
               10  CN-1                    PIC 9(01)   VALUE 1.         00002500
               10  WK-EVT-FECHA            PIC X(10).                   00003410
               10  WK-EVT-ETAPA            PIC X(20).                   00003420
               10  WK-EVT-DETALLE          PIC X(30).                   00003430
                                                                        00003432
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00003434
           COPY MPYAMSK.                                                00003436
                                                                        00003440
      ******************************************************************00003450
      *                       PROCEDURE DIVISION                       *00003460
      ******************************************************************00008050
       2600-VOLCAR-TRAZA.                                               00008060
                                                                        00008070
           PERFORM 2650-ENMASCARAR-XPAN                                 00008071
              THRU 2650-ENMASCARAR-XPAN-EXIT                            00008072
                                                                        00008073
           MOVE MPYAMSK-XPAN-S               TO WC-XPAN                 00008080
           MOVE WK-LINEA-CABECERA            TO REG-MPCHWHS1            00008090
           PERFORM 2750-GRABAR-TRAZA                                    00008100
              THRU 2750-GRABAR-TRAZA-EXIT                               00008110
                                                                        00008500
           .                                                            00008510
       2610-VOLCAR-EVENTO-EXIT.                                         00008520
           EXIT.                                                        00008521
                                                                        00008522
      ******************************************************************00008523
      ***                   2650-ENMASCARAR-XPAN               ***      00008524
      ***                   --------------------               ***      00008525
      *  SE OBTIENE EL XPAN ENMASCARADO PARA LA CABECERA SEGUN   *      00008526
      *  LA POLITICA DE LA SALIDA MPCHWHS1 (RUTINA MPBAMSK).     *      00008527
      ******************************************************************00008528
       2650-ENMASCARAR-XPAN.                                            00008529
                                                                        00008530
           INITIALIZE MPYAMSK                                           00008531
                                                                        00008532
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00008533
           MOVE CA-MPCHWHS1                  TO MPYAMSK-DDNAME-E        00008534
           MOVE WK-XPAN                      TO MPYAMSK-XPAN-E          00008535
                                                                        00008536
           CALL CA-MPBAMSK               USING MPYAMSK                  00008537
                                                                        00008538
           IF  MPYAMSK-RETORNO NOT = CA-00                              00008539
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008540
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00008541
               MOVE CA-PRF-2650              TO WK-PARRAFO              00008542
               MOVE CA-MPBAMSK               TO WK-RUTINA               00008543
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00008544
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00008545
                                                                        00008546
               PERFORM 9000-CANCELACION                                 00008547
                  THRU 9000-CANCELACION-EXIT                            00008548
                                                                        00008549
           END-IF                                                       00008550
                                                                        00008551
           .                                                            00008552
       2650-ENMASCARAR-XPAN-EXIT.                                       00008553
           EXIT.                                                        00008554
                                                                        00008555
      ******************************************************************00008556
      ***                   2750-GRABAR-TRAZA                  ***      00008560
      ***                   -----------------                  ***      00008570
      *  SE GRABA EL REGISTRO YA FORMATEADO EN LA TRAZA.         *      00008580
