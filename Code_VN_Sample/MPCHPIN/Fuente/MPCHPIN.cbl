      *  FICHEROS DE SALIDA:                                           *00000350
      *        MPCHPIS1 : INTERFAZ DE IMPRESION DE MAILERS.            *00000360
      *        MPCHPIS2 : REGISTRO DE MAILERS ACTUALIZADO.             *00000370
      *        MPCHPIS3 : INFORME DE CRUCE REMESA-MAILER (XPAN         *00000380
      *                   ENMASCARADO).                                *00000385
      *-                                                              -*00000390
      *  RUTINAS Y MODULOS:                                            *00000400
      *        XXBACAL : RUTINA DE CALENDARIO CONTABLE.                *00000410
      *        MPBAMSK : RUTINA DE ENMASCARADO DEL XPAN.               *00000411
      *-                                                              -*00000420
      ******************************************************************00000430
      *                  M O D I F I C A C I O N E S                   *00000440
      * USUARIO  FECHA        DESCRIPCION                              *00000470
      * -------- ----------   ---------------------------------------- *00000480
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000490
      * VIEWNEXT 15-10-2026    EL XPAN DEL INFORME DE CRUCE SE         *00000491
      *                        ENMASCARA CON LA RUTINA MPBAMSK.        *00000492
      *                                                                *00000500
      ******************************************************************00000510
                                                                        00000520
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002030
               10  CA-MPCHPIN              PIC X(08)   VALUE 'MPCHPIN'. 00002040
               10  CA-XXBACAL              PIC X(08)   VALUE 'XXBACAL'. 00002050
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00002051
               10  CA-RESP                 PIC X(14)   VALUE            00002060
                                   'MEDIOS DE PAGO'.                    00002070
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002080
               10  CA-MPCHPIS3             PIC X(08)   VALUE 'MPCHPIS3'.00002130
               10  CA-CAL-SIGUIENTE        PIC X(01)   VALUE 'S'.       00002140
               10  CA-RET-CAL-OK           PIC X(02)   VALUE '00'.      00002150
               10  CA-RET-MSK-OK           PIC X(02)   VALUE '00'.      00002151
               10  CA-TIPO-CAB             PIC X(01)   VALUE 'C'.       00002160
               10  CA-TIPO-DETALLE         PIC X(01)   VALUE 'D'.       00002170
               10  CA-TIPO-FINAL           PIC X(01)   VALUE 'F'.       00002180
                         'ERROR EN LA RUTINA DE CALENDARIO     '.       00002320
               10  CA-ERR-TABLA-LLENA      PIC X(38)   VALUE            00002330
                         'TABLA INTERNA DE MAILERS DESBORDADA   '.      00002340
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE            00002341
                                   'ERROR AL ENMASCARAR EL XPAN'.       00002342
               10  CA-PRF-1000             PIC X(11)   VALUE            00002350
                                   '1000-INICIO'.                       00002360
               10  CA-PRF-1100             PIC X(19)   VALUE            00002370
                                   '1170-CARGAR-MAILERS'.               00002420
               10  CA-PRF-2100             PIC X(19)   VALUE            00002430
                                   '2100-TRATAR-TARJETA'.               00002440
               10  CA-PRF-2550             PIC X(20)   VALUE            00002441
                                   '2550-ENMASCARAR-XPAN'.              00002442
               10  CA-PRF-3100             PIC X(20)   VALUE            00002450
                                   '3100-CERRAR-FICHEROS'.              00002460
               10  CA-PRF-9100             PIC X(18)   VALUE            00002470
                                                                        00003840
      * -- COPY DE COMUNICACION CON LA RUTINA DE CALENDARIO XXBACAL.    00003850
           COPY XXYACAL.                                                00003860
                                                                        00003862
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00003864
           COPY MPYAMSK.                                                00003866
                                                                        00003870
      ******************************************************************00003880
      *                       PROCEDURE DIVISION                       *00003890
      ******************************************************************00007860
       2500-ESCRIBIR-CRUCE.                                             00007870
                                                                        00007880
           PERFORM 2550-ENMASCARAR-XPAN                                 00007881
              THRU 2550-ENMASCARAR-XPAN-EXIT                            00007882
                                                                        00007883
           WRITE REG-MPCHPIS3 FROM WK-LINEA-CRUCE                       00007890
                                                                        00007900
           IF  FS-MPCHPIS3 NOT = CA-FS-OK                               00007910
                                                                        00008030
           .                                                            00008040
       2500-ESCRIBIR-CRUCE-EXIT.                                        00008050
           EXIT.                                                        00008051
                                                                        00008052
      ******************************************************************00008053
      ***                   2550-ENMASCARAR-XPAN                     ***00008054
      ***                   --------------------                     ***00008055
      * SE ENMASCARA EL XPAN DE LA LINEA DE CRUCE SEGUN LA POLITICA    *00008056
      * DEL INFORME MPCHPIS3 (RUTINA MPBAMSK).                         *00008057
      ******************************************************************00008058
       2550-ENMASCARAR-XPAN.                                            00008059
                                                                        00008060
           INITIALIZE MPYAMSK                                           00008061
                                                                        00008062
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00008063
           MOVE CA-MPCHPIS3                  TO MPYAMSK-DDNAME-E        00008064
           MOVE WD-XPAN                      TO MPYAMSK-XPAN-E          00008065
                                                                        00008066
           CALL CA-MPBAMSK               USING MPYAMSK                  00008067
                                                                        00008068
           IF  MPYAMSK-RETORNO NOT = CA-RET-MSK-OK                      00008069
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008070
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00008071
               MOVE CA-PRF-2550              TO WK-PARRAFO              00008072
               MOVE CA-MPBAMSK               TO WK-RUTINA               00008073
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00008074
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00008075
                                                                        00008076
               PERFORM 9000-CANCELACION                                 00008077
                  THRU 9000-CANCELACION-EXIT                            00008078
                                                                        00008079
           END-IF                                                       00008080
                                                                        00008081
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00008082
                                                                        00008083
           .                                                            00008084
       2550-ENMASCARAR-XPAN-EXIT.                                       00008085
           EXIT.                                                        00008086
                                                                        00008087
      ******************************************************************00008088
      ***                   3000-FIN                                 ***00008090
      ***                   --------                                 ***00008100
      * SE ESCRIBE LA COLA DE CONTROL DEL INTERFAZ, SE CIERRAN LOS     *00008110
