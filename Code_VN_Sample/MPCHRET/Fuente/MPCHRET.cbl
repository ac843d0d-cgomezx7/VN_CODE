      *-                                                              -*00000280
      *  FICHEROS DE SALIDA:                                           *00000290
      *        MPCHRTS1 : TARJETAS A REEXPEDIR (FORMATO MPCHSEU1).     *00000300
      *        MPCHRTS2 : TARJETAS RETENIDAS (XPAN ENMASCARADO).       *00000310
      *        MPCHRTS3 : CERTIFICADO DE DESTRUCCION.                  *00000320
      *        MPCHRTS4 : LISTADO DE DEVOLUCIONES (XPAN ENMASCARADO).  *00000330
      *-                                                              -*00000332
      *  RUTINAS:                                                      *00000334
      *        MPBAMSK  : ENMASCARADO DEL XPAN SEGUN LA SALIDA.        *00000336
      *        XXBALLE  : REGISTRO DE LLEGADA DE FICHEROS DE ENTRADA.  *00000338
      *-                                                              -*00000340
      ******************************************************************00000350
      *                  M O D I F I C A C I O N E S                   *00000360
      * USUARIO  FECHA        DESCRIPCION                              *00000390
      * -------- ----------   ---------------------------------------- *00000400
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000410
      * VIEWNEXT 15-10-2026    EL XPAN DEL LISTADO DE DEVOLUCIONES Y   *00000411
      *                        DEL FICHERO DE RETENIDAS SE ENMASCARA   *00000412
      *                        CON LA RUTINA MPBAMSK. LA REEXPEDICION  *00000413
      *                        Y EL CERTIFICADO DE DESTRUCCION         *00000414
      *                        CONSERVAN EL XPAN COMPLETO.             *00000415
      * VIEWNEXT 15-10-2026    SE REGISTRA LA LLEGADA DEL FICHERO      *00000416
      *                        MPCHRTE1 EN EL CONTROL DE FICHEROS DE   *00000417
      *                        ENTRADA (XXBALLE).                      *00000418
      *                                                                *00000420
      ******************************************************************00000430
                                                                        00000440
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002050
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002060
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002070
               10  CA-00                   PIC X(02)   VALUE '00'.      00002071
               10  CA-MPCHRET              PIC X(08)   VALUE 'MPCHRET'. 00002080
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00002081
               10  CA-FUN-LLEGADA          PIC X(01)   VALUE 'R'.       00002082
               10  CA-RET-LLE-OK           PIC X(02)   VALUE '00'.      00002083
               10  CA-ERR-LLEGADA          PIC X(41)   VALUE 'ERROR AL R00002084
      -                            'EGISTRAR LA LLEGADA DEL FICHERO'.   00002085
               10  CA-PRF-1150             PIC X(22)   VALUE '1150-REGIS00002086
      -                            'TRAR-LLEGADA'.                      00002087
               10  CA-RESP                 PIC X(14)   VALUE            00002090
                                   'MEDIOS DE PAGO'.                    00002100
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002110
               10  CA-MPCHRTS2             PIC X(08)   VALUE 'MPCHRTS2'.00002150
               10  CA-MPCHRTS3             PIC X(08)   VALUE 'MPCHRTS3'.00002160
               10  CA-MPCHRTS4             PIC X(08)   VALUE 'MPCHRTS4'.00002170
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00002171
               10  CA-MOTIVO-REEXPEDIR     PIC X(02)   VALUE '01'.      00002180
               10  CA-MOTIVO-RETENER       PIC X(02)   VALUE '02'.      00002190
               10  CA-MOTIVO-DESTRUIR      PIC X(02)   VALUE '03'.      00002200
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002390
               10  CA-ERR-TABLA-LLENA      PIC X(40)   VALUE            00002400
                         'TABLA INTERNA DE REMITIDAS DESBORDADA   '.    00002410
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE            00002411
                                   'ERROR AL ENMASCARAR EL XPAN'.       00002412
               10  CA-PRF-1100             PIC X(19)   VALUE            00002420
                                   '1100-ABRIR-FICHEROS'.               00002430
               10  CA-PRF-1170             PIC X(21)   VALUE            00002440
                                   '1170-CARGAR-REMITIDAS'.             00002450
               10  CA-PRF-2100             PIC X(21)   VALUE            00002460
                                   '2100-TRATAR-DEVUELTA'.              00002470
               10  CA-PRF-2550             PIC X(20)   VALUE            00002471
                                   '2550-ENMASCARAR-XPAN'.              00002472
               10  CA-PRF-3100             PIC X(20)   VALUE            00002480
                                   '3100-CERRAR-FICHEROS'.              00002490
               10  CA-PRF-9100             PIC X(18)   VALUE            00002500
       01  WK-VARIABLES.                                                00003630
           05  WK-SECUENCIA                PIC 9(09)   VALUE ZEROES.    00003640
                                                                        00003650
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00003651
           COPY MPYAMSK.                                                00003652
                                                                        00003653
      * -- COPY DE COMUNICACION CON LA RUTINA DE LLEGADAS XXBALLE.      00003654
           COPY XXYALLE.                                                00003655
                                                                        00003656
      ******************************************************************00003660
      *                       PROCEDURE DIVISION                       *00003670
      ******************************************************************00003680
                                                                        00003970
           PERFORM 1100-ABRIR-FICHEROS                                  00003980
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003990
                                                                        00003991
           PERFORM 1150-REGISTRAR-LLEGADA                               00003992
              THRU 1150-REGISTRAR-LLEGADA-EXIT                          00003993
                                                                        00004000
           PERFORM 1170-CARGAR-REMITIDAS                                00004010
              THRU 1170-CARGAR-REMITIDAS-EXIT                           00004020
                                                                        00004600
           .                                                            00004610
       1100-ABRIR-FICHEROS-EXIT.                                        00004620
           EXIT.                                                        00004621
                                                                        00004622
      ******************************************************************00004623
      ***                   1150-REGISTRAR-LLEGADA                   ***00004624
      ***                   ----------------------                   ***00004625
      * SE REGISTRA LA LLEGADA DEL FICHERO MPCHRTE1 EN EL CONTROL DE   *00004626
      * FICHEROS DE ENTRADA (XXBALLE) PARA EL MONITOR DE LLEGADAS.     *00004627
      ******************************************************************00004628
       1150-REGISTRAR-LLEGADA.                                          00004629
                                                                        00004630
           INITIALIZE XXYALLE                                           00004631
                                                                        00004632
           MOVE CA-FUN-LLEGADA               TO XXYALLE-FUNCION-E       00004633
           MOVE CA-MPCHRTE1                  TO XXYALLE-INTERFAZ-E      00004634
           MOVE CA-MPCHRET                   TO XXYALLE-PROGRAMA-E      00004635
                                                                        00004636
           CALL CA-XXBALLE               USING XXYALLE                  00004637
                                                                        00004638
           IF  XXYALLE-RETORNO NOT = CA-RET-LLE-OK                      00004639
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004640
               MOVE CA-ERR-LLEGADA           TO WK-DESCRIPCION          00004641
               MOVE CA-PRF-1150              TO WK-PARRAFO              00004642
               MOVE CA-XXBALLE               TO WK-RUTINA               00004643
               MOVE XXYALLE-DESCRIPCION      TO WK-DATOS-REGISTRO       00004644
                                                                        00004645
               PERFORM 9000-CANCELACION                                 00004646
                  THRU 9000-CANCELACION-EXIT                            00004647
                                                                        00004648
           END-IF                                                       00004649
                                                                        00004650
           .                                                            00004651
       1150-REGISTRAR-LLEGADA-EXIT.                                     00004652
           EXIT.                                                        00004653
                                                                        00004654
      ******************************************************************00004655
      ***                   1170-CARGAR-REMITIDAS                    ***00004660
      ***                   ---------------------                    ***00004670
      * SE CARGA EL REGISTRO DE TARJETAS REMITIDAS EN LA TABLA         *00004680
       2300-RETENER.                                                    00006760
                                                                        00006770
           MOVE SPACES                       TO REG-MPCHRTS2            00006780
           MOVE CA-MPCHRTS2                  TO MPYAMSK-DDNAME-E        00006781
           MOVE RE-XPAN                      TO MPYAMSK-XPAN-E          00006790
                                                                        00006791
           PERFORM 2550-ENMASCARAR-XPAN                                 00006792
              THRU 2550-ENMASCARAR-XPAN-EXIT                            00006793
                                                                        00006794
           MOVE MPYAMSK-XPAN-S               TO RR-XPAN                 00006795
           MOVE RE-MOTIVO                    TO RR-MOTIVO               00006800
           MOVE RE-FECDEVOL                  TO RR-FECDEVOL             00006810
                                                                        00006820
      ******************************************************************00007620
       2500-ESCRIBIR-LISTADO.                                           00007630
                                                                        00007640
           MOVE CA-MPCHRTS4                  TO MPYAMSK-DDNAME-E        00007641
           MOVE WD-XPAN                      TO MPYAMSK-XPAN-E          00007642
                                                                        00007643
           PERFORM 2550-ENMASCARAR-XPAN                                 00007644
              THRU 2550-ENMASCARAR-XPAN-EXIT                            00007645
                                                                        00007646
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00007647
                                                                        00007648
           WRITE REG-MPCHRTS4 FROM WK-LINEA-DEVOLUCION                  00007650
                                                                        00007660
           IF  FS-MPCHRTS4 NOT = CA-FS-OK                               00007670
                                                                        00007790
           .                                                            00007800
       2500-ESCRIBIR-LISTADO-EXIT.                                      00007810
           EXIT.                                                        00007811
                                                                        00007812
      ******************************************************************00007813
      ***                   2550-ENMASCARAR-XPAN                     ***00007814
      ***                   --------------------                     ***00007815
      * SE ENMASCARA EL XPAN RECIBIDO EN MPYAMSK-XPAN-E SEGUN LA       *00007816
      * POLITICA DE LA SALIDA INDICADA EN MPYAMSK-DDNAME-E.            *00007817
      ******************************************************************00007818
       2550-ENMASCARAR-XPAN.                                            00007819
                                                                        00007820
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00007821
                                                                        00007822
           CALL CA-MPBAMSK               USING MPYAMSK                  00007823
                                                                        00007824
           IF  MPYAMSK-RETORNO NOT = CA-00                              00007825
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007826
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00007827
               MOVE CA-PRF-2550              TO WK-PARRAFO              00007828
               MOVE CA-MPBAMSK               TO WK-RUTINA               00007829
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00007830
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00007831
               MOVE MPYAMSK-DDNAME-E         TO WK-DDNAME               00007832
                                                                        00007833
               PERFORM 9000-CANCELACION                                 00007834
                  THRU 9000-CANCELACION-EXIT                            00007835
                                                                        00007836
           END-IF                                                       00007837
                                                                        00007838
           .                                                            00007839
       2550-ENMASCARAR-XPAN-EXIT.                                       00007840
           EXIT.                                                        00007841
                                                                        00007842
      ******************************************************************00007843
      ***                   3000-FIN                                 ***00007850
      ***                   --------                                 ***00007860
      * SE ESCRIBE LA COLA DE CONTROL DEL CERTIFICADO, SE CIERRAN LOS  *00007870
