      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. DERECHO DE SUPRESI00000390
      *                        SOBRE LOS ALMACENES RETENIDOS DEL CIRCUIT00000400
      *                        DE INGRESOS CON PIN.                    *00000410
      * VIEWNEXT 15-10-2026    CICLO DE VIDA DE LOS FORMULARIOS: CADA  *00000411
      *                        FORMULARIO ANONIMIZADO SE ANOTA COMO TAL*00000412
      *                        EN FORM_ESTADO (RUTINA MPBACIC).        *00000413
      *                                                                *00000420
      ******************************************************************00000430
                                                                        00000440
      -                            'MPCIERE3'.                          00003130
               10  CA-PRF-9230             PIC X(18)   VALUE '9230-LEER-00003140
      -                            'MPCIERE4'.                          00003150
      *--      CICLO DE VIDA DE LOS FORMULARIOS (FORM_ESTADO)           00003151
               10  CA-MPBACIC              PIC X(08)   VALUE 'MPBACIC'. 00003152
               10  CA-CIC-ANOTAR           PIC X(01)   VALUE 'A'.       00003153
               10  CA-CIC-RETORNO-OK       PIC X(02)   VALUE '00'.      00003154
               10  CA-CIC-ANONIMIZADO      PIC X(02)   VALUE 'AN'.      00003155
               10  CA-MOTIVO-CIC-SUPRESION PIC X(50)   VALUE 'DERECHO DE00003156
      -                            ' SUPRESION DEL AUTORIZADO'.         00003157
               10  CA-PRF-2400             PIC X(23)   VALUE '2400-ANOTA00003158
      -                            'R-ANONIMIZADO'.                     00003159
                                                                        00003160
           05  CN-CONSTANTES-NUMERICAS.                                 00003170
               10  CN-1                    PIC 9(01)   VALUE 1.         00003180
           05  WK-IDX-SOLICITUD            PIC 9(03)   VALUE ZEROES.    00004270
           05  WK-IDX-INFORME              PIC 9(03)   VALUE ZEROES.    00004280
           05  WK-TOTAL-SOLICITUD          PIC 9(07)   VALUE ZEROES.    00004290
           05  WK-NUMFORM-CICLO            PIC 9(10)   VALUE ZEROES.    00004291
                                                                        00004300
      * -- COPY DE COMUNICACION CON DB2.                                00004310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004320
                                                                        00004360
      * -- COPY DEL DETALLE DEL EXTRACTO TRANSMITIDO.                   00004370
           COPY MPYITI06.                                               00004380
                                                                        00004381
      * -- COPY DE COMUNICACION CON LA RUTINA DE CICLO DE VIDA MPBACIC. 00004382
           COPY MPYACIC.                                                00004383
                                                                        00004390
      ******************************************************************00004400
      *                       PROCEDURE DIVISION                      * 00004410
               ADD CN-1                  TO CT-ANON-RECHAZOS            00006510
               ADD CN-1                  TO                             00006520
                   WK-SOL-OCU-RECHAZOS(WK-IDX-SOLICITUD)                00006530
               MOVE MPYITI02-NUMFORM     TO WK-NUMFORM-CICLO            00006531
               PERFORM 2400-ANOTAR-ANONIMIZADO                          00006532
                  THRU 2400-ANOTAR-ANONIMIZADO-EXIT                     00006533
           END-IF                                                       00006540
                                                                        00006550
           WRITE REG-MPCIERS2 FROM REG-MPCIERE2                         00006560
               ADD CN-1                  TO CT-ANON-EXTRACTO            00007130
               ADD CN-1                  TO                             00007140
                   WK-SOL-OCU-EXTRACTO(WK-IDX-SOLICITUD)                00007150
               MOVE MPYITI02-NUMFORM     TO WK-NUMFORM-CICLO            00007151
               PERFORM 2400-ANOTAR-ANONIMIZADO                          00007152
                  THRU 2400-ANOTAR-ANONIMIZADO-EXIT                     00007153
           END-IF                                                       00007160
                                                                        00007170
           WRITE REG-MPCIERS3 FROM MPYITI02                             00007180
               ADD CN-1                  TO CT-ANON-COPIA               00007760
               ADD CN-1                  TO                             00007770
                   WK-SOL-OCU-COPIA(WK-IDX-SOLICITUD)                   00007780
               MOVE MPYITI06-NUMFORM     TO WK-NUMFORM-CICLO            00007781
               PERFORM 2400-ANOTAR-ANONIMIZADO                          00007782
                  THRU 2400-ANOTAR-ANONIMIZADO-EXIT                     00007783
           END-IF                                                       00007790
                                                                        00007800
           WRITE REG-MPCIERS4 FROM MPYITI06-DETALLE                     00007810
                                                                        00007970
           .                                                            00007980
       2310-TRATAR-COPIA-EXIT.                                          00007990
           EXIT.                                                        00007991
                                                                        00007992
      ******************************************************************00007993
      ***                   2400-ANOTAR-ANONIMIZADO               ***   00007994
      ***                   -----------------------               ***   00007995
      * SE ANOTA EL FORMULARIO ANONIMIZADO EN SU CICLO DE VIDA CON LA  *00007996
      * RUTINA MPBACIC. UN MISMO FORMULARIO PUEDE APARECER EN VARIOS   *00007997
      * ALMACENES: LA RUTINA NO REPITE EL PASO SI YA ESTA ANONIMIZADO. *00007998
      ******************************************************************00007999
       2400-ANOTAR-ANONIMIZADO.                                         00008000
                                                                        00008001
           IF  WK-NUMFORM-CICLO NOT NUMERIC                             00008002
            OR WK-NUMFORM-CICLO = ZEROES                                00008003
               GO TO 2400-ANOTAR-ANONIMIZADO-EXIT                       00008004
           END-IF                                                       00008005
                                                                        00008006
           INITIALIZE MPYACIC                                           00008007
           MOVE CA-CIC-ANOTAR                 TO MPYACIC-FUNCION-E      00008008
           MOVE WK-NUMFORM-CICLO              TO MPYACIC-NUMFORM-E      00008009
           MOVE CA-CIC-ANONIMIZADO            TO MPYACIC-ESTADO-E       00008010
           MOVE CA-MPCIERA                    TO MPYACIC-PROGRAMA-E     00008011
           MOVE CA-MOTIVO-CIC-SUPRESION       TO MPYACIC-MOTIVO-E       00008012
                                                                        00008013
           CALL CA-MPBACIC                 USING MPYACIC                00008014
                                                                        00008015
           IF  MPYACIC-RETORNO NOT = CA-CIC-RETORNO-OK                  00008016
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008017
               MOVE MPYACIC-SQLCODE          TO SW-DB2-RETURN-CODE      00008018
               MOVE MPYACIC-SQLCA            TO SQLCA                   00008019
               MOVE MPYACIC-DESCRIPCION      TO WK-DESCRIPCION          00008020
               MOVE CA-PRF-2400              TO WK-PARRAFO              00008021
               MOVE MPYACIC-RUTINA           TO WK-RUTINA               00008022
               MOVE MPYACIC-TABLA            TO WK-TABLA-DB2            00008023
               MOVE MPYACIC-ACCESO           TO WK-DATOS-ACCESO         00008024
                                                                        00008025
               PERFORM 9000-CANCELACION                                 00008026
                  THRU 9000-CANCELACION-EXIT                            00008027
                                                                        00008028
           END-IF                                                       00008029
                                                                        00008030
           .                                                            00008031
       2400-ANOTAR-ANONIMIZADO-EXIT.                                    00008032
           EXIT.                                                        00008033
                                                                        00008034
      ******************************************************************00008035
      ***                   3000-FIN                              ***   00008036
      ***                   --------                              ***   00008040
      * SE EMITE EL INFORME DE EVIDENCIAS Y SE CIERRA EL PROCESO.      *00008050
      ******************************************************************00008060
