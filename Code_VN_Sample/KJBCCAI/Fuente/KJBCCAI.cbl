      *     D7397400 : DCLGEN DE LA TABLA POS_DISP_PMAS.               *00000220
      *     D7398400 : DCLGEN DE LA TABLA POS_AUT_CORR.                *00000221
      *     D7398401 : DCLGEN DE LA TABLA POS_CORR_PEND.               *00000222
      *     XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.      *00000223
      *-                                                              -*00000230
      *  TABLAS:                                                       *00000240
      *     POS_DISP_PMAS : TABLA QUE CONTIENE POSICIONES DE SALDOS    *00000250
      * VIEWNEXT 02-09-2026    TRAZA DE AUDITORIA DE CONSULTAS EN      *00000370
      *                        POS_AUDIT_CONS (USUARIO, TERMINAL Y     *00000380
      *                        CLAVE CONSULTADA).                      *00000390
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000391
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000392
      *                        XXBAENT): SI NO ESTA AUTORIZADO SE      *00000393
      *                        DEVUELVE RETORNO '88' Y MENSAJE XX0040. *00000394
      *                        LA OPERACION ES 'C' (CONSULTA) O 'M'    *00000395
      *                        (CORRECCION); POS_AUT_CORR SIGUE        *00000396
      *                        LIMITANDO EL IMPORTE CORREGIBLE.        *00000397
      *                                                                *00000400
      ******************************************************************00000410
                                                                        00000420
           05  CONSTANTES-ALFANUMERICAS.                                00000900
      * -- NOMBRE DE RUTINAS Y TABLAS                                  *00000910
               10  CA-KJBCCAI              PIC X(07)   VALUE 'KJBCCAI'. 00000920
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00000921
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00000922
               10  CA-OPER-CORRECCION      PIC X(01)   VALUE 'M'.       00000923
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE 'POS_DISP_P00000930
      -                              'MAS'.                             00000940
               10  CA-POS-DISP-PMAS-HIST   PIC X(18)   VALUE 'POS_DISP_P00000941
                                                                        00001715
      * -- DCLGEN DE LA TABLA POS_AUDIT_CONS.                          *00001716
           EXEC SQL INCLUDE D7399500 END-EXEC.                          00001717
                                                                        00001719
      * -- COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL    *00001721
      * -- OPERADOR).                                                  *00001723
           COPY XXYAENT.                                                00001725
      *----------------------------------------------------------------*00001727
      * LINKAGE SECTION                                                *00001730
      *----------------------------------------------------------------*00001740
       LINKAGE SECTION.                                                 00001750
                      KJYCCAI-DATOS-CONTROL                             00002120
                                                                        00002130
           MOVE CA-00                        TO KJYCCAI-RETORNO         00002140
                                                                        00002142
           PERFORM 1200-VALIDAR-PERMISO                                 00002144
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002146
                                                                        00002150
           PERFORM 1100-VALIDAR-ENTRADA                                 00002160
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002170
                                                                        00003390
           .                                                            00003400
       1100-VALIDAR-ENTRADA-EXIT.                                       00003410
           EXIT.                                                        00003411
                                                                        00003412
      ******************************************************************00003413
      * 1200-VALIDAR-PERMISO.                                          *00003414
      *  SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN   *00003415
      *  ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE          *00003416
      *  PERMISOS. SI NO LO TIENE SE DEVUELVE EL ERROR DE LA RUTINA    *00003417
      *  (MENSAJE COMUN XX0040).                                       *00003418
      *  LA OPERACION ES 'C' EN LA CONSULTA Y 'M' EN LA CORRECCION; EL *00003419
      *  LIMITE DE IMPORTE DE POS_AUT_CORR SE SIGUE CONTROLANDO EN LA  *00003420
      *  CORRECCION (2150-VALIDAR-AUTORIZACION).                       *00003421
      ******************************************************************00003422
       1200-VALIDAR-PERMISO.                                            00003423
                                                                        00003424
           INITIALIZE XXYAENT                                           00003425
                                                                        00003426
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00003427
           MOVE CA-KJBCCAI                   TO XXYAENT-RUTINA-E        00003428
                                                                        00003429
           IF  KJYCCAI-TIPO-OPER = CA-CORRECCION                        00003430
               MOVE CA-OPER-CORRECCION       TO XXYAENT-OPERACION-E     00003431
           ELSE                                                         00003432
               MOVE CA-OPER-CONSULTA         TO XXYAENT-OPERACION-E     00003433
           END-IF                                                       00003434
                                                                        00003435
           CALL CA-XXBAENT               USING XXYAENT                  00003436
                                                                        00003437
           IF  XXYAENT-RETORNO NOT = CA-00                              00003438
               MOVE XXYAENT-RETORNO          TO KJYCCAI-RETORNO         00003439
               MOVE XXYAENT-MENSAJE          TO KJYCCAI-MENSAJE         00003440
               MOVE XXYAENT-DESCRIPCION      TO KJYCCAI-DESCRIPCION     00003441
               MOVE XXYAENT-RUTINA           TO KJYCCAI-RUTINA          00003442
               MOVE XXYAENT-PARRAFO          TO KJYCCAI-PARRAFO         00003443
               MOVE XXYAENT-TABLA            TO KJYCCAI-TABLA           00003444
               MOVE XXYAENT-ACCESO           TO KJYCCAI-ACCESO          00003445
               MOVE XXYAENT-SQLCODE          TO KJYCCAI-SQLCODE         00003446
               MOVE XXYAENT-SQLCA            TO KJYCCAI-SQLCA           00003447
               MOVE XXYAENT-DATOS            TO KJYCCAI-DATOS           00003448
                                                                        00003449
               PERFORM 3000-FIN                                         00003450
                  THRU 3000-FIN-EXIT                                    00003451
                                                                        00003452
           END-IF                                                       00003453
                                                                        00003454
           .                                                            00003455
       1200-VALIDAR-PERMISO-EXIT.                                       00003456
           EXIT.                                                        00003457
                                                                        00003458
      ******************************************************************00003459
      * 2000-PROCESO.                                                  *00003460
      *  PROCESO PRINCIPAL DEL PROGRAMA. SEGUN EL TIPO DE OPERACION    *00003461
      *  SOLICITADO SE CONSULTA O SE CORRIGE DIRECTAMENTE EL SALDO     *00003470
      *  CONSOLIDADO DEL DISPOSITIVO.                                  *00003480
      ******************************************************************00003490
