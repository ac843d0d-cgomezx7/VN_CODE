      *     D4464500 : DCLGEN DE LA TABLA PARM_SENSIBLE.               *00000261
      *     D4464600 : DCLGEN DE LA TABLA PARM_CAMB_PEND.              *00000262
      *     D4464700 : DCLGEN DE LA TABLA PARM_CATALOGO.               *00000263
      *     MPYAREG  : COPY DE COMUNICACION DE LA RUTINA MPBAREG.      *00000264
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000265
      *-                                                              -*00000270
      *  CODIGOS DE RETORNO:                                           *00000280
      *   - '00' ---> PROCESO CORRECTO                                 *00000290
      *                        SOLICITANTE DEL APARCADO SE RESUELVEN  * 00000412
      *                        SIN BLOQUE ARQ (IDENTIDAD RECIBIDA EN  * 00000413
      *                        MPYAPAM-USUARIO-E), COMO HACE KJBCCPD. * 00000414
      * VIEWNEXT 15-10-2026    REGLAS DE CONSISTENCIA ENTRE PARAMETROS:*00000415
      *                        ANTES DE APLICAR O APARCAR EL CAMBIO SE *00000416
      *                        INVOCA A LA RUTINA MPBAREG Y SE RECHAZA *00000417
      *                        (MENSAJE MP1098) SI INCUMPLE ALGUNA     *00000418
      *                        REGLA ACTIVA DE PARM_REGLA.             *00000419
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000420
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000421
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000422
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000423
      ******************************************************************00000424
                                                                        00000430
      ******************************************************************00000440
      * IDENTIFICATION DIVISION                                        *00000450
      -                              'AR-PENDIENTE'.                     00001102
               10  CA-PRF-1400             PIC X(21)   VALUE '1400-VALID00001103
      -                              'AR-CATALOGO'.                      00001104
               10  CA-PRF-1700             PIC X(19)   VALUE '1700-VALID00001104
      -                              'AR-REGLAS'.                       00001105
               10  CA-MPBAREG              PIC X(07)   VALUE 'MPBAREG'. 00001106
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00001107
               10  CA-PARM-CATALOGO        PIC X(13)   VALUE 'PARM_CATAL00001108
      -                              'OGO'.                              00001106
               10  CA-ERR-SIN-CATALOGO     PIC X(34)   VALUE 'PARAMETRO 00001109
      -                              'NO CATALOGADO O INACTIVO'.         00001108
               10  CA-ERR-TIPO-VALOR       PIC X(33)   VALUE 'VALOR NO C00001110
      -                              'ONFORME CON SU TIPO'.              00001110
               10  CA-CAMPO-OBLIGATORIO    PIC X(24)   VALUE 'FALTA CAMP00001100
      -                              'O OBLIGATORIO:'.                  00001110
           10  MM-MP1096                   PIC X(06)   VALUE 'MP1096'.  00001664
      * -- MP1097: VALOR NO CONFORME CON SU TIPO.                        00001665
           10  MM-MP1097                   PIC X(06)   VALUE 'MP1097'.  00001666
      * -- MP1098: CAMBIO QUE INCUMPLE UNA REGLA ENTRE PARAMETROS.      00001667
           10  MM-MP1098                   PIC X(06)   VALUE 'MP1098'.  00001668
                                                                        00001670
      ******************************************************************00001680
      *                    V A R I A B L E S                           *00001690

      * -- DCLGEN DE LA TABLA PARM_CATALOGO.                            00001906
           EXEC SQL INCLUDE D4464700 END-EXEC.                          00001907
                                                                        00001908
      * -- COPY DE COMUNICACION CON LA RUTINA MPBAREG (REGLAS DE        00001909
      * -- CONSISTENCIA ENTRE PARAMETROS).                              00001910
           COPY MPYAREG.                                                00001911
                                                                        00001912
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL     00001913
      * -- OPERADOR).                                                   00001914
           COPY XXYAENT.                                                00001915
                                                                        00001916
      *----------------------------------------------------------------*00001920
      * LINKAGE SECTION                                                *00001930
      *----------------------------------------------------------------*00001940
      *INCLUDE-PARM-FUN ONLINE                                          00002342
           MOVE ARQ-USUARIO                  TO WK-USUARIO-OPER         00002343
      *END-INCLUDE                                                      00002344
                                                                        00002345
      * -- EN LA VARIANTE ONLINE SE COMPRUEBA EL PERMISO DEL OPERADOR   00002346
      * -- EN LA MATRIZ CENTRAL; LA BATCH NO TIENE OPERADOR DE PANTALLA.00002347
      *INCLUDE-PARM-FUN ONLINE                                          00002348
           PERFORM 1200-VALIDAR-PERMISO                                 00002349
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002350
      *END-INCLUDE                                                      00002351
                                                                        00002340
           PERFORM 1100-VALIDAR-ENTRADA                                 00002350
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002360
                                                                        00003450
           .                                                            00003460
       1190-ERROR-VALIDACION-EXIT.                                      00003470
           EXIT.                                                        00003471
                                                                        00003472
      ******************************************************************00003473
      * 1200-VALIDAR-PERMISO.                                          *00003474
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00003475
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00003476
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00003477
      *  (MENSAJE COMUN XX0040).                                       *00003478
      ******************************************************************00003479
       1200-VALIDAR-PERMISO.                                            00003480
                                                                        00003481
           INITIALIZE XXYAENT                                           00003482
                                                                        00003483
           MOVE WK-USUARIO-OPER              TO XXYAENT-OPERADOR-E      00003484
           MOVE CA-MPBAPAM                   TO XXYAENT-RUTINA-E        00003485
           MOVE MPYAPAM-TIPOPERA             TO XXYAENT-OPERACION-E     00003486
                                                                        00003487
           CALL CA-XXBAENT               USING XXYAENT                  00003488
                                                                        00003489
           IF  XXYAENT-RETORNO NOT = CA-00                              00003490
               MOVE XXYAENT-RETORNO          TO MPYAPAM-RETORNO         00003491
               MOVE XXYAENT-MENSAJE          TO MPYAPAM-MENSAJE         00003492
               MOVE XXYAENT-DESCRIPCION      TO MPYAPAM-DESCRIPCION     00003493
               MOVE XXYAENT-RUTINA           TO MPYAPAM-RUTINA          00003494
               MOVE XXYAENT-PARRAFO          TO MPYAPAM-PARRAFO         00003495
               MOVE XXYAENT-TABLA            TO MPYAPAM-TABLA-DB2       00003496
               MOVE XXYAENT-ACCESO           TO MPYAPAM-ACCESO          00003497
               MOVE XXYAENT-SQLCODE          TO MPYAPAM-SQLCODE         00003498
               MOVE XXYAENT-SQLCA            TO MPYAPAM-SQLCA           00003499
               MOVE XXYAENT-DATOS            TO MPYAPAM-DATOS           00003500
                                                                        00003501
               PERFORM 3000-FIN                                         00003502
                  THRU 3000-FIN-EXIT                                    00003503
                                                                        00003504
           END-IF                                                       00003505
                                                                        00003506
           .                                                            00003507
       1200-VALIDAR-PERMISO-EXIT.                                       00003508
           EXIT.                                                        00003509

      ******************************************************************00003470
      * 1400-VALIDAR-CATALOGO.                                         *00003471
           EXIT.                                                        00003565
                                                                        00003490
      ******************************************************************00003500
      * 1700-VALIDAR-REGLAS.                                           *00003501
      * SE COMPRUEBA CON LA RUTINA MPBAREG QUE EL ALTA O CIERRE NO     *00003502
      * INCUMPLE NINGUNA REGLA ACTIVA DE PARM_REGLA PARA LA MISMA      *00003503
      * ENTIDAD, PRODUCTO Y SUBPRODUCTO EN LA FECHA DE EFECTO. SI LA   *00003504
      * INCUMPLE SE DEVUELVE LA REGLA Y LOS VALORES ENFRENTADOS.       *00003505
      ******************************************************************00003506
       1700-VALIDAR-REGLAS.                                             00003507
                                                                        00003508
           INITIALIZE MPYAREG                                           00003509
                                                                        00003510
           MOVE MPYAPAM-TABLA                TO MPYAREG-TABLA           00003511
           MOVE MPYAPAM-TIPOPERA             TO MPYAREG-TIPOPERA        00003512
           MOVE MPYAPAM-CDGENTI              TO MPYAREG-CDGENTI         00003513
           MOVE MPYAPAM-CDGPRODU             TO MPYAREG-CDGPRODU        00003514
           MOVE MPYAPAM-CDGSUBP              TO MPYAREG-CDGSUBP         00003515
           MOVE MPYAPAM-PANUMPAR             TO MPYAREG-PANUMPAR        00003516
           MOVE MPYAPAM-VALPARM              TO MPYAREG-VALPARM         00003517
           MOVE MPYAPAM-FECALTA              TO MPYAREG-FECALTA         00003518
           MOVE MPYAPAM-FEBAJA               TO MPYAREG-FEBAJA          00003519
                                                                        00003520
           CALL CA-MPBAREG               USING MPYAREG                  00003521
                                                                        00003522
           EVALUATE  TRUE                                               00003523
               WHEN  MPYAREG-RETORNO = CA-00                            00003524
                     CONTINUE                                           00003525
                                                                        00003526
               WHEN  MPYAREG-IND-INCUMPLE = CA-SI                       00003527
                     MOVE CA-88              TO MPYAPAM-RETORNO         00003528
                     MOVE MM-MP1098          TO MPYAPAM-MENSAJE         00003529
                     MOVE MPYAREG-DESCRIPCION                           00003530
                                             TO MPYAPAM-DESCRIPCION     00003531
                     MOVE CA-PRF-1700        TO MPYAPAM-PARRAFO         00003532
                     MOVE CA-MPBAPAM         TO MPYAPAM-RUTINA          00003533
                     STRING MPYAREG-PANUMPAR1-S ' '                     00003534
                            MPYAREG-RELACION-S  ' '                     00003535
                            MPYAREG-PANUMPAR2-S ' '                     00003536
                            MPYAREG-VALOR1-S    ' '                     00003537
                            MPYAREG-VALOR2-S                            00003538
                            DELIMITED BY SIZE                           00003539
                       INTO MPYAPAM-DATOS                               00003540
                     END-STRING                                         00003541
                                                                        00003542
                     PERFORM 3000-FIN                                   00003543
                        THRU 3000-FIN-EXIT                              00003544
                                                                        00003545
               WHEN  OTHER                                              00003546
                     MOVE MPYAREG-RETORNO    TO MPYAPAM-RETORNO         00003547
                     MOVE MPYAREG-MENSAJE    TO MPYAPAM-MENSAJE         00003548
                     MOVE MPYAREG-DESCRIPCION                           00003549
                                             TO MPYAPAM-DESCRIPCION     00003550
                     MOVE MPYAREG-PARRAFO    TO MPYAPAM-PARRAFO         00003551
                     MOVE MPYAREG-RUTINA     TO MPYAPAM-RUTINA          00003552
                     MOVE MPYAREG-TABLA-DB2  TO MPYAPAM-TABLA-DB2       00003553
                     MOVE MPYAREG-SQLCODE    TO MPYAPAM-SQLCODE         00003554
                     MOVE MPYAREG-SQLCA      TO MPYAPAM-SQLCA           00003555
                                                                        00003556
                     PERFORM 3000-FIN                                   00003557
                        THRU 3000-FIN-EXIT                              00003558
                                                                        00003559
           END-EVALUATE                                                 00003560
           .                                                            00003561
       1700-VALIDAR-REGLAS-EXIT.                                        00003562
           EXIT.                                                        00003563
      ******************************************************************00003564
      * 2000-PROCESO.                                                  *00003565
      *  SE DIRIGE LA OPERACION A LA TABLA SOLICITADA.                 *00003566
      ******************************************************************00003567
       2000-PROCESO.                                                    00003568
                                                                        00003569
      * -- EL CODIGO DE PARAMETRO DEBE FIGURAR ACTIVO EN EL DICCIONARIO 00003545
      * -- PARM_CATALOGO.                                               00003546
           PERFORM 1400-VALIDAR-CATALOGO                                00003547
              THRU 1400-VALIDAR-CATALOGO-EXIT                           00003548
                                                                        00003549
      * -- EL CAMBIO NO PUEDE INCUMPLIR NINGUNA REGLA DE CONSISTENCIA   00003550
      * -- ENTRE PARAMETROS DE PARM_REGLA, NI AL APARCARLO NI AL        00003551
      * -- APLICARLO.                                                   00003552
           PERFORM 1700-VALIDAR-REGLAS                                  00003553
              THRU 1700-VALIDAR-REGLAS-EXIT                             00003554
                                                                        00003555
      * -- LOS CAMBIOS DE PARAMETROS SENSIBLES NO SE APLICAN EN LINEA:  00003556
      * -- SE APARCAN EN PARM_CAMB_PEND A LA ESPERA DE LA SEGUNDA       00003557
      * -- FIRMA DE OTRO OPERADOR (PROCESO MPBAPA2, QUE INVOCA ESTA     00003558
      * -- RUTINA CON MPYAPAM-IND-FORZAR = 'S' AL APROBAR).             00003559
           IF  MPYAPAM-IND-FORZAR NOT = CA-SI                           00003560
               PERFORM 1500-CONTROL-SENSIBLE                            00003561
                  THRU 1500-CONTROL-SENSIBLE-EXIT                       00003562
                                                                        00003563
               IF  SI-PARAM-SENSIBLE                                    00003564
                   PERFORM 1600-APARCAR-PENDIENTE                       00003565
                      THRU 1600-APARCAR-PENDIENTE-EXIT                  00003566
                                                                        00003567
                   GO TO 2000-PROCESO-EXIT                              00003568
               END-IF                                                   00003569
           END-IF                                                       00003570
                                                                        00003571
           EVALUATE  TRUE                                               00003560
               WHEN  MPYAPAM-TABLA = CA-TABLA-750 AND                   00003570
                     MPYAPAM-TIPOPERA = CA-OPER-ALTA                    00003580
