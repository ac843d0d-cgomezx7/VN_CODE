      *        MPCIRSS1 : LISTADO DE CONTROL DE LA APLICACION.         *00000260
      *        MPCIRSS2 : FORMULARIOS RECHAZADOS REENCOLADOS EN        *00000270
      *                   FORMATO MPCITIE1.                            *00000280
      *        MPCIRSS3 : FORMULARIOS LIQUIDADOS EN FORMATO MPCITIE1,  *00000281
      *                   PARA LA ESTADISTICA MENSUAL (MPCIEST).       *00000282
      *-                                                              -*00000283
      *  RUTINAS:                                                      *00000284
      *        XXBALLE  : REGISTRO DE LLEGADA DE FICHEROS DE ENTRADA.  *00000285
      *-                                                              -*00000290
      ******************************************************************00000300
      *                  M O D I F I C A C I O N E S                   *00000310
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. APLICACION DE LAS*00000360
      *                        RESPUESTAS DEL PROCESADOR Y REENCOLADO  *00000370
      *                        AUTOMATICO DE LOS RECHAZOS.             *00000380
      * VIEWNEXT 15-10-2026    LOS FORMULARIOS LIQUIDADOS SE GRABAN    *00000381
      *                        TAMBIEN EN MPCIRSS3 (FORMATO MPCITIE1)  *00000382
      *                        PARA LA ESTADISTICA MENSUAL MPCIEST.    *00000383
      * VIEWNEXT 15-10-2026    CICLO DE VIDA DE LOS FORMULARIOS: SE    *00000384
      *                        ANOTAN EN FORM_ESTADO (RUTINA MPBACIC)  *00000385
      *                        LOS ACEPTADOS Y, PARA LOS RECHAZADOS,   *00000386
      *                        EL RECHAZO DEL PROCESADOR Y SU          *00000387
      *                        REENCOLADO.                             *00000388
      * VIEWNEXT 15-10-2026    SE REGISTRA LA LLEGADA DEL FICHERO      *00000389
      *                        MPCIRSE1 EN EL CONTROL DE FICHEROS DE   *00000390
      *                        ENTRADA (XXBALLE).                      *00000391
      *                                                                *00000392
      ******************************************************************00000400
                                                                        00000410
      ******************************************************************00000420
           SELECT MPCIRSS2 ASSIGN MPCIRSS2                              00000880
                  ACCESS MODE IS SEQUENTIAL                             00000890
                  FILE STATUS IS FS-MPCIRSS2.                           00000900
      * -- FORMULARIOS LIQUIDADOS.                                      00000901
           SELECT MPCIRSS3 ASSIGN MPCIRSS3                              00000902
                  ACCESS MODE IS SEQUENTIAL                             00000903
                  FILE STATUS IS FS-MPCIRSS3.                           00000904
                                                                        00000910
      ******************************************************************00000920
      * DATA DIVISION                                                  *00000930
           RECORD CONTAINS 400 CHARACTERS                               00001340
           DATA RECORD IS REG-MPCIRSS2.                                 00001350
       01  REG-MPCIRSS2                    PIC X(400).                  00001360
       FD  MPCIRSS3                                                     00001361
           BLOCK CONTAINS 0 RECORDS                                     00001362
           RECORDING MODE IS F                                          00001363
           LABEL RECORD ARE STANDARD                                    00001364
           RECORD CONTAINS 400 CHARACTERS                               00001365
           DATA RECORD IS REG-MPCIRSS3.                                 00001366
       01  REG-MPCIRSS3                    PIC X(400).                  00001367
                                                                        00001370
      *----------------------------------------------------------------*00001380
      * WORKING-STORAGE SECTION                                       * 00001390
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001680
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001690
               10  CA-MPCIRSP              PIC X(08)   VALUE 'MPCIRSP'. 00001700
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00001701
               10  CA-FUN-LLEGADA          PIC X(01)   VALUE 'R'.       00001702
               10  CA-RET-LLE-OK           PIC X(02)   VALUE '00'.      00001703
               10  CA-ERR-LLEGADA          PIC X(41)   VALUE 'ERROR AL R00001704
      -                            'EGISTRAR LA LLEGADA DEL FICHERO'.   00001705
               10  CA-PRF-1150             PIC X(22)   VALUE '1150-REGIS00001706
      -                            'TRAR-LLEGADA'.                      00001707
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001710
      -                            'PAGO'.                              00001720
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001730
               10  CA-MPCIRSE2             PIC X(08)   VALUE 'MPCIRSE2'.00001760
               10  CA-MPCIRSS1             PIC X(08)   VALUE 'MPCIRSS1'.00001770
               10  CA-MPCIRSS2             PIC X(08)   VALUE 'MPCIRSS2'.00001780
               10  CA-MPCIRSS3             PIC X(08)   VALUE 'MPCIRSS3'.00001781
               10  CA-ACEPTADO             PIC X(01)   VALUE 'A'.       00001790
               10  CA-RECHAZADO            PIC X(01)   VALUE 'R'.       00001800
               10  CA-OBS-LIQUIDADO        PIC X(15)   VALUE 'LIQUIDADO 00001810
      -                            'BRIR EL FICHERO MPCIRSS2'.          00002040
               10  CA-ERR-CERRAR-MPCIRSS2  PIC X(35)   VALUE 'ERROR AL C00002050
      -                            'ERRAR EL FICHERO MPCIRSS2'.         00002060
               10  CA-ERR-ABRIR-MPCIRSS3   PIC X(34)   VALUE 'ERROR AL A00002061
      -                            'BRIR EL FICHERO MPCIRSS3'.          00002062
               10  CA-ERR-CERRAR-MPCIRSS3  PIC X(35)   VALUE 'ERROR AL C00002063
      -                            'ERRAR EL FICHERO MPCIRSS3'.         00002064
               10  CA-ERR-LEER-MPCIRSE1    PIC X(33)   VALUE 'ERROR AL L00002070
      -                            'EER EL FICHERO MPCIRSE1'.           00002080
               10  CA-ERR-LEER-MPCIRSE2    PIC X(33)   VALUE 'ERROR AL L00002090
      -                            'SCRIBIR FICHERO MPCIRSS1'.          00002120
               10  CA-ERR-ESCRIB-MPCIRSS2  PIC X(34)   VALUE 'ERROR AL E00002130
      -                            'SCRIBIR FICHERO MPCIRSS2'.          00002140
               10  CA-ERR-ESCRIB-MPCIRSS3  PIC X(34)   VALUE 'ERROR AL E00002141
      -                            'SCRIBIR FICHERO MPCIRSS3'.          00002142
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002150
      -                            '-FICHEROS'.                         00002160
               10  CA-PRF-2200             PIC X(22)   VALUE '2200-GRABA00002161
      -                            'R-LIQUIDADO'.                       00002162
               10  CA-PRF-2300             PIC X(22)   VALUE '2300-REENC00002170
      -                            'OLAR-RECHAZO'.                      00002180
               10  CA-PRF-2400             PIC X(21)   VALUE '2400-ESCRI00002190
      -                            'MPCIRSE1'.                          00002240
               10  CA-PRF-9200             PIC X(18)   VALUE '9200-LEER-00002250
      -                            'MPCIRSE2'.                          00002260
      *--      CICLO DE VIDA DE LOS FORMULARIOS (FORM_ESTADO)           00002261
               10  CA-MPBACIC              PIC X(08)   VALUE 'MPBACIC'. 00002262
               10  CA-CIC-ANOTAR           PIC X(01)   VALUE 'A'.       00002263
               10  CA-CIC-RETORNO-OK       PIC X(02)   VALUE '00'.      00002264
               10  CA-CIC-ACEPTADO         PIC X(02)   VALUE 'AC'.      00002265
               10  CA-CIC-RECHAZADO-PROC   PIC X(02)   VALUE 'RP'.      00002266
               10  CA-CIC-REENCOLADO       PIC X(02)   VALUE 'RQ'.      00002267
               10  CA-PRF-2500             PIC X(22)   VALUE '2500-ANOTA00002268
      -                            'R-CICLO-VIDA'.                      00002269
                                                                        00002270
           05  CN-CONSTANTES-NUMERICAS.                                 00002280
               10  CN-1                    PIC 9(01)   VALUE 1.         00002290
           05  FS-MPCIRSE2                 PIC X(02).                   00003030
           05  FS-MPCIRSS1                 PIC X(02).                   00003040
           05  FS-MPCIRSS2                 PIC X(02).                   00003050
           05  FS-MPCIRSS3                 PIC X(02).                   00003051
                                                                        00003060
      ******************************************************************00003070
      *                       L I N E A S  D E  I N F O R M E          *00003080
       01  WK-VARIABLES.                                                00003270
           05  WK-CLAVE-TRANSMITIDO        PIC X(10)   VALUE SPACES.    00003280
           05  WK-CLAVE-RESPUESTA          PIC X(10)   VALUE SPACES.    00003290
           05  WK-ESTADO-CICLO             PIC X(02)   VALUE SPACES.    00003291
           05  WK-MOTIVO-CICLO             PIC X(50)   VALUE SPACES.    00003292
                                                                        00003300
      * -- COPY DE COMUNICACION CON DB2.                                00003310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003320
                                                                        00003330
      * -- COPY DE COMUNICACION CON LA RUTINA DE LLEGADAS XXBALLE.      00003332
           COPY XXYALLE.                                                00003334
                                                                        00003336
      * -- COPY DEL REGISTRO DE INGRESOS CON PIN.                       00003340
           COPY MPYITI02.                                               00003350
                                                                        00003351
      * -- COPY DE COMUNICACION CON LA RUTINA DE CICLO DE VIDA MPBACIC. 00003352
           COPY MPYACIC.                                                00003353
                                                                        00003360
      ******************************************************************00003370
      *                       PROCEDURE DIVISION                      * 00003380
           PERFORM 1100-ABRIR-FICHEROS                                  00003670
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003680
                                                                        00003690
           PERFORM 1150-REGISTRAR-LLEGADA                               00003692
              THRU 1150-REGISTRAR-LLEGADA-EXIT                          00003694
                                                                        00003696
           WRITE REG-MPCIRSS1 FROM WK-LINEA-CABECERA                    00003700
                                                                        00003710
           PERFORM 9100-LEER-MPCIRSE1                                   00003720
                       MPCIRSE2                                         00003900
                OUTPUT MPCIRSS1                                         00003910
                       MPCIRSS2                                         00003920
                       MPCIRSS3                                         00003921
                                                                        00003930
           IF  FS-MPCIRSE1 NOT = CA-FS-OK                               00003940
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003950
                                                                        00004390
           END-IF                                                       00004400
                                                                        00004410
           IF  FS-MPCIRSS3 NOT = CA-FS-OK                               00004411
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004412
               MOVE CA-ERR-ABRIR-MPCIRSS3    TO WK-DESCRIPCION          00004413
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004414
               MOVE CA-MPCIRSS3              TO WK-DDNAME               00004415
               MOVE FS-MPCIRSS3              TO WK-FILE-STATUS          00004416
                                                                        00004417
               PERFORM 9000-CANCELACION                                 00004418
                  THRU 9000-CANCELACION-EXIT                            00004419
                                                                        00004420
           END-IF                                                       00004421
                                                                        00004422
           .                                                            00004423
       1100-ABRIR-FICHEROS-EXIT.                                        00004430
           EXIT.                                                        00004431
                                                                        00004432
      ******************************************************************00004433
      ***                   1150-REGISTRAR-LLEGADA                ***   00004434
      ***                   ----------------------                ***   00004435
      * SE REGISTRA LA LLEGADA DEL FICHERO MPCIRSE1 EN EL CONTROL DE   *00004436
      * FICHEROS DE ENTRADA (XXBALLE) PARA EL MONITOR DE LLEGADAS.     *00004437
      ******************************************************************00004438
       1150-REGISTRAR-LLEGADA.                                          00004439
                                                                        00004440
           INITIALIZE XXYALLE                                           00004441
                                                                        00004442
           MOVE CA-FUN-LLEGADA               TO XXYALLE-FUNCION-E       00004443
           MOVE CA-MPCIRSE1                  TO XXYALLE-INTERFAZ-E      00004444
           MOVE CA-MPCIRSP                   TO XXYALLE-PROGRAMA-E      00004445
                                                                        00004446
           CALL CA-XXBALLE               USING XXYALLE                  00004447
                                                                        00004448
           IF  XXYALLE-RETORNO NOT = CA-RET-LLE-OK                      00004449
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004450
               MOVE CA-ERR-LLEGADA           TO WK-DESCRIPCION          00004451
               MOVE CA-PRF-1150              TO WK-PARRAFO              00004452
               MOVE CA-XXBALLE               TO WK-RUTINA               00004453
               MOVE XXYALLE-DESCRIPCION      TO WK-DATOS-REGISTRO       00004454
                                                                        00004455
               PERFORM 9000-CANCELACION                                 00004456
                  THRU 9000-CANCELACION-EXIT                            00004457
                                                                        00004458
           END-IF                                                       00004459
                                                                        00004460
           .                                                            00004461
       1150-REGISTRAR-LLEGADA-EXIT.                                     00004462
           EXIT.                                                        00004463
                                                                        00004464
      ******************************************************************00004465
      ***                   2000-PROCESO                          ***   00004470
      ***                   ------------                          ***   00004480
      * SE CASAN TRANSMITIDOS Y RESPUESTAS POR NUMFORM Y SE APLICA     *00004490
                                                                        00005030
           EVALUATE  RS-ESTADO                                          00005040
               WHEN  CA-ACEPTADO                                        00005050
                     PERFORM 2200-GRABAR-LIQUIDADO                      00005051
                        THRU 2200-GRABAR-LIQUIDADO-EXIT                 00005052
                     MOVE CA-OBS-LIQUIDADO    TO WD-OBSERVACIONES       00005060
                     MOVE SPACES              TO WD-MOTIVO              00005070
                     ADD CN-1                 TO CT-LIQUIDADOS          00005080
           EXIT.                                                        00005270
                                                                        00005280
      ******************************************************************00005290
      ***                   2200-GRABAR-LIQUIDADO                 ***   00005291
      ***                   ---------------------                 ***   00005292
      * SE GRABA EL FORMULARIO LIQUIDADO EN FORMATO MPCITIE1 PARA LA   *00005293
      * ESTADISTICA MENSUAL DE INGRESOS CON PIN.                       *00005294
      ******************************************************************00005295
       2200-GRABAR-LIQUIDADO.                                           00005296
                                                                        00005297
           WRITE REG-MPCIRSS3 FROM MPYITI02                             00005298
                                                                        00005299
           IF  FS-MPCIRSS3 NOT = CA-FS-OK                               00005300
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005301
               MOVE CA-ERR-ESCRIB-MPCIRSS3   TO WK-DESCRIPCION          00005302
               MOVE CA-PRF-2200              TO WK-PARRAFO              00005303
               MOVE CA-MPCIRSS3              TO WK-DDNAME               00005304
               MOVE FS-MPCIRSS3              TO WK-FILE-STATUS          00005305
                                                                        00005306
               PERFORM 9000-CANCELACION                                 00005307
                  THRU 9000-CANCELACION-EXIT                            00005308
                                                                        00005309
           END-IF                                                       00005310
                                                                        00005311
           MOVE CA-CIC-ACEPTADO               TO WK-ESTADO-CICLO        00005312
           MOVE SPACES                        TO WK-MOTIVO-CICLO        00005313
                                                                        00005314
           PERFORM 2500-ANOTAR-CICLO-VIDA                               00005315
              THRU 2500-ANOTAR-CICLO-VIDA-EXIT                          00005316
                                                                        00005317
           .                                                            00005318
       2200-GRABAR-LIQUIDADO-EXIT.                                      00005319
           EXIT.                                                        00005320
      ******************************************************************00005321
      ***                   2300-REENCOLAR-RECHAZO                ***   00005322
      ***                   ----------------------                ***   00005323
      * SE REENCOLA EL FORMULARIO RECHAZADO EN FORMATO MPCITIE1 CON    *00005324
      ******************************************************************00005330
       2300-REENCOLAR-RECHAZO.                                          00005340
                                                                        00005350
                  THRU 9000-CANCELACION-EXIT                            00005480
                                                                        00005490
           END-IF                                                       00005500
                                                                        00005501
           MOVE CA-CIC-RECHAZADO-PROC         TO WK-ESTADO-CICLO        00005502
           MOVE RS-MOTIVO                     TO WK-MOTIVO-CICLO        00005503
                                                                        00005504
           PERFORM 2500-ANOTAR-CICLO-VIDA                               00005505
              THRU 2500-ANOTAR-CICLO-VIDA-EXIT                          00005506
                                                                        00005507
           MOVE CA-CIC-REENCOLADO             TO WK-ESTADO-CICLO        00005508
                                                                        00005509
           PERFORM 2500-ANOTAR-CICLO-VIDA                               00005510
              THRU 2500-ANOTAR-CICLO-VIDA-EXIT                          00005511
                                                                        00005512
           ADD CN-1                           TO CT-REENCOLADOS         00005520
                                                                        00005530
           .                                                            00005540
           EXIT.                                                        00005820
                                                                        00005830
      ******************************************************************00005840
      ***                   2500-ANOTAR-CICLO-VIDA                ***   00005841
      ***                   ----------------------                ***   00005842
      * SE ANOTA EL ESTADO INDICADO EN EL CICLO DE VIDA DEL FORMULARIO *00005843
      * CON LA RUTINA MPBACIC. UN ERROR DE LA RUTINA CANCELA EL        *00005844
      * PROCESO CON LOS DATOS DE DB2 QUE DEVUELVE.                     *00005845
      ******************************************************************00005846
       2500-ANOTAR-CICLO-VIDA.                                          00005847
                                                                        00005848
           IF  MPYITI02-NUMFORM NOT NUMERIC                             00005849
            OR MPYITI02-NUMFORM = ZEROES                                00005850
               GO TO 2500-ANOTAR-CICLO-VIDA-EXIT                        00005851
           END-IF                                                       00005852
                                                                        00005853
           INITIALIZE MPYACIC                                           00005854
           MOVE CA-CIC-ANOTAR                 TO MPYACIC-FUNCION-E      00005855
           MOVE MPYITI02-NUMFORM              TO MPYACIC-NUMFORM-E      00005856
           MOVE WK-ESTADO-CICLO               TO MPYACIC-ESTADO-E       00005857
           MOVE CA-MPCIRSP                    TO MPYACIC-PROGRAMA-E     00005858
           MOVE WK-MOTIVO-CICLO               TO MPYACIC-MOTIVO-E       00005859
                                                                        00005860
           CALL CA-MPBACIC                 USING MPYACIC                00005861
                                                                        00005862
           IF  MPYACIC-RETORNO NOT = CA-CIC-RETORNO-OK                  00005863
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005864
               MOVE MPYACIC-SQLCODE          TO SW-DB2-RETURN-CODE      00005865
               MOVE MPYACIC-SQLCA            TO SQLCA                   00005866
               MOVE MPYACIC-DESCRIPCION      TO WK-DESCRIPCION          00005867
               MOVE CA-PRF-2500              TO WK-PARRAFO              00005868
               MOVE MPYACIC-RUTINA           TO WK-RUTINA               00005869
               MOVE MPYACIC-TABLA            TO WK-TABLA-DB2            00005870
               MOVE MPYACIC-ACCESO           TO WK-DATOS-ACCESO         00005871
                                                                        00005872
               PERFORM 9000-CANCELACION                                 00005873
                  THRU 9000-CANCELACION-EXIT                            00005874
                                                                        00005875
           END-IF                                                       00005876
                                                                        00005877
           .                                                            00005878
       2500-ANOTAR-CICLO-VIDA-EXIT.                                     00005879
           EXIT.                                                        00005880
                                                                        00005881
      ******************************************************************00005882
      ***                   3000-FIN                              ***   00005883
      ***                   --------                              ***   00005884
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.        *00005885
      ******************************************************************00005886
       3000-FIN.                                                        00005890
                                                                        00005900
           PERFORM 3100-CERRAR-FICHEROS                                 00005910
                 MPCIRSE2                                               00006110
                 MPCIRSS1                                               00006120
                 MPCIRSS2                                               00006130
                 MPCIRSS3                                               00006131
                                                                        00006140
           IF  FS-MPCIRSE1 NOT = CA-FS-OK                               00006150
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006160
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006540
               MOVE CA-MPCIRSS2              TO WK-DDNAME               00006550
               MOVE FS-MPCIRSS2              TO WK-FILE-STATUS          00006560
                                                                        00006561
               PERFORM 9000-CANCELACION                                 00006562
                  THRU 9000-CANCELACION-EXIT                            00006563
                                                                        00006564
           END-IF                                                       00006565
                                                                        00006566
           IF  FS-MPCIRSS3 NOT = CA-FS-OK                               00006567
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006568
               MOVE CA-ERR-CERRAR-MPCIRSS3   TO WK-DESCRIPCION          00006569
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006570
               MOVE CA-MPCIRSS3              TO WK-DDNAME               00006571
               MOVE FS-MPCIRSS3              TO WK-FILE-STATUS          00006572
                                                                        00006573
               PERFORM 9000-CANCELACION                                 00006580
                  THRU 9000-CANCELACION-EXIT                            00006590
                                                                        00006600
