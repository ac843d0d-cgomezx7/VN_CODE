      *        MPCHAKE2 : ACUSES DEL EMBOSADOR, ORDENADO POR XPAN.     *00000240
      *-                                                              -*00000250
      *  FICHEROS DE SALIDA:                                           *00000260
      *        MPCHAKS1 : LISTADO DE DIFERENCIAS DE CONCILIACION       *00000270
      *                   (XPAN ENMASCARADO CON MPBAMSK).              *00000271
      *        MPCHAKS2 : PRODUCCION CONCILIADA (TARJETAS CON REMESA Y *00000272
      *                   ACUSE), BASE DE LA CONCILIACION DE FACTURAS  *00000273
      *                   DEL EMBOSADOR (MPCHFAC).                     *00000274
      *-                                                              -*00000275
      *  RUTINAS:                                                      *00000276
      *        XXBALLE  : REGISTRO DE LLEGADA DE FICHEROS DE ENTRADA.  *00000277
      *-                                                              -*00000280
      ******************************************************************00000290
      *                  M O D I F I C A C I O N E S                   *00000300
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. CONCILIACION DE LA00000350
      *                        REMESA DE TARJETAS CONTRA EL ACUSE DEL  *00000360
      *                        EMBOSADOR.                              *00000370
      * VIEWNEXT 15-10-2026    FICHERO DE PRODUCCION CONCILIADA        *00000371
      *                        (MPCHAKS2) CON ENTIDAD, TIPO DE TARJETA *00000372
      *                        Y CANTIDAD ACUSADA DE CADA TARJETA      *00000373
      *                        CASADA, PARA LA CONCILIACION DE         *00000374
      *                        FACTURAS DEL EMBOSADOR.                 *00000375
      * VIEWNEXT 15-10-2026    EL XPAN DEL LISTADO DE DIFERENCIAS      *00000376
      *                        (MPCHAKS1) SE ENMASCARA CON LA RUTINA   *00000377
      *                        MPBAMSK SEGUN LA POLITICA DE LA SALIDA. *00000378
      * VIEWNEXT 15-10-2026    SE REGISTRA LA LLEGADA DEL FICHERO      *00000379
      *                        MPCHAKE1 EN EL CONTROL DE FICHEROS DE   *00000380
      *                        ENTRADA (XXBALLE).                      *00000381
      *                                                                *00000382
      ******************************************************************00000390
                                                                        00000400
      ******************************************************************00000410
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-MPCHAKS1.                           00000840
                                                                        00000850
      * -- PRODUCCION CONCILIADA.                                       00000851
           SELECT MPCHAKS2 ASSIGN MPCHAKS2                              00000852
                  ACCESS MODE IS SEQUENTIAL                             00000853
                  FILE STATUS IS FS-MPCHAKS2.                           00000854
                                                                        00000855
      ******************************************************************00000860
      * DATA DIVISION                                                  *00000870
      ******************************************************************00000880
       01  REG-MPCHAKE1.                                                00001020
           05  RE-FECREMESA                PIC X(10).                   00001030
           05  RE-CDGENTI                  PIC X(04).                   00001040
           05  RE-CDGMAR                   PIC S9(02)V USAGE COMP-3.    00001041
           05  RE-INDTIPT                  PIC S9(02)V USAGE COMP-3.    00001042
           05  FILLER                      PIC X(32).                   00001050
           05  RE-XPAN                     PIC X(22).                   00001060
           05  FILLER                      PIC X(589).                  00001070
                                                                        00001080
           RECORD CONTAINS 132 CHARACTERS                               00001250
           DATA RECORD IS REG-MPCHAKS1.                                 00001260
       01  REG-MPCHAKS1                    PIC X(132).                  00001270
                                                                        00001271
       FD  MPCHAKS2                                                     00001272
           BLOCK CONTAINS 0 RECORDS                                     00001273
           RECORDING MODE IS F                                          00001274
           LABEL RECORD ARE STANDARD                                    00001275
           RECORD CONTAINS 80 CHARACTERS                                00001276
           DATA RECORD IS REG-MPCHAKS2.                                 00001277
       01  REG-MPCHAKS2.                                                00001278
           05  PC-XPAN                     PIC X(22).                   00001279
           05  PC-CDGENTI                  PIC X(04).                   00001280
           05  PC-INDTIPT                  PIC 9(02).                   00001281
           05  PC-FECPRODU                 PIC X(10).                   00001282
           05  PC-CANTIDAD                 PIC 9(04).                   00001283
           05  PC-FECREMESA                PIC X(10).                   00001284
           05  FILLER                      PIC X(28).                   00001285
                                                                        00001286
      *----------------------------------------------------------------*00001290
      * WORKING-STORAGE SECTION                                       * 00001300
      *----------------------------------------------------------------*00001310
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001640
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001650
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001660
               10  CA-00                   PIC X(02)   VALUE '00'.      00001661
               10  CA-MPCHACK              PIC X(08)   VALUE 'MPCHACK'. 00001670
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00001671
               10  CA-FUN-LLEGADA          PIC X(01)   VALUE 'R'.       00001672
               10  CA-RET-LLE-OK           PIC X(02)   VALUE '00'.      00001673
               10  CA-ERR-LLEGADA          PIC X(41)   VALUE 'ERROR AL R00001674
      -                            'EGISTRAR LA LLEGADA DEL FICHERO'.   00001675
               10  CA-PRF-1150             PIC X(22)   VALUE '1150-REGIS00001676
      -                            'TRAR-LLEGADA'.                      00001677
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001680
      -                            'PAGO'.                              00001690
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001700
               10  CA-MPCHAKE1             PIC X(08)   VALUE 'MPCHAKE1'.00001720
               10  CA-MPCHAKE2             PIC X(08)   VALUE 'MPCHAKE2'.00001730
               10  CA-MPCHAKS1             PIC X(08)   VALUE 'MPCHAKS1'.00001740
               10  CA-MPCHAKS2             PIC X(08)   VALUE 'MPCHAKS2'.00001741
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00001742
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001750
      -                            'DUMMY1'.                            00001760
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001770
      -                            'BRIR EL FICHERO MPCHAKS1'.          00001930
               10  CA-ERR-CERRAR-MPCHAKS1  PIC X(35)   VALUE 'ERROR AL C00001940
      -                            'ERRAR EL FICHERO MPCHAKS1'.         00001950
               10  CA-ERR-ABRIR-MPCHAKS2   PIC X(34)   VALUE 'ERROR AL A00001951
      -                            'BRIR EL FICHERO MPCHAKS2'.          00001952
               10  CA-ERR-CERRAR-MPCHAKS2  PIC X(35)   VALUE 'ERROR AL C00001953
      -                            'ERRAR EL FICHERO MPCHAKS2'.         00001954
               10  CA-ERR-LEER-MPCHAKE1    PIC X(33)   VALUE 'ERROR AL L00001960
      -                            'EER EL FICHERO MPCHAKE1'.           00001970
               10  CA-ERR-LEER-MPCHAKE2    PIC X(33)   VALUE 'ERROR AL L00001980
      -                            'EER EL FICHERO MPCHAKE2'.           00001990
               10  CA-ERR-ESCRIB-MPCHAKS1  PIC X(34)   VALUE 'ERROR AL E00002000
      -                            'SCRIBIR FICHERO MPCHAKS1'.          00002010
               10  CA-ERR-ESCRIB-MPCHAKS2  PIC X(34)   VALUE 'ERROR AL E00002011
      -                            'SCRIBIR FICHERO MPCHAKS2'.          00002012
               10  CA-ERR-CALC-DIAS        PIC X(37)   VALUE 'ERROR AL C00002020
      -                            'ALCULAR DIAS PENDIENTES'.           00002030
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE 'ERROR AL E00002031
      -                            'NMASCARAR EL XPAN'.                 00002032
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002040
      -                            '-FICHEROS'.                         00002050
               10  CA-PRF-2300             PIC X(24)   VALUE '2300-ESCRI00002051
      -                            'BIR-PRODUCCION'.                    00002052
               10  CA-PRF-2400             PIC X(24)   VALUE '2400-ESCRI00002060
      -                            'BIR-DIFERENCIA'.                    00002070
               10  CA-PRF-2450             PIC X(20)   VALUE '2450-ENMAS00002071
      -                            'CARAR-XPAN'.                        00002072
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002080
      -                            'R-FICHEROS'.                        00002090
               10  CA-PRF-9100             PIC X(18)   VALUE '9100-LEER-00002100
           05  CT-SIN-ACUSE                PIC 9(9)    VALUE ZEROES.    00002260
           05  CT-SIN-REMESA               PIC 9(9)    VALUE ZEROES.    00002270
           05  CT-CANT-DISTINTA            PIC 9(9)    VALUE ZEROES.    00002280
           05  CT-PRODUCCION               PIC 9(9)    VALUE ZEROES.    00002281
                                                                        00002290
      ******************************************************************00002300
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002310
      -                            'IAS DE CANTIDAD:                 '. 00002600
               10  WK-CANTD-ED             PIC ZZZZZZZZ9.               00002610
               10  FILLER                  PIC X(01)   VALUE '*'.       00002620
           05  WK-CAB-8.                                                00002621
               10  FILLER                  PIC X(45)   VALUE '* PRODUCCI00002622
      -                            'ON CONCILIADA (MPCHAKS2):        '. 00002623
               10  WK-PRODU-ED             PIC ZZZZZZZZ9.               00002624
               10  FILLER                  PIC X(01)   VALUE '*'.       00002625
                                                                        00002630
      ******************************************************************00002640
      * VARIABLES DE INFORMACION DE LA FUNCION                        * 00002650
           05  FS-MPCHAKE1                 PIC X(02).                   00002850
           05  FS-MPCHAKE2                 PIC X(02).                   00002860
           05  FS-MPCHAKS1                 PIC X(02).                   00002870
           05  FS-MPCHAKS2                 PIC X(02).                   00002871
                                                                        00002880
      ******************************************************************00002890
      *                       L I N E A S  D E  I N F O R M E          *00002900
           05  WK-XPAN-REM                 PIC X(22)   VALUE SPACES.    00003240
           05  WK-CANT-REM                 PIC 9(04)   VALUE ZEROES.    00003250
           05  WK-FECREM-PRIMERA           PIC X(10)   VALUE SPACES.    00003260
           05  WK-CDGENTI-REM              PIC X(04)   VALUE SPACES.    00003261
           05  WK-INDTIPT-REM              PIC 9(02)   VALUE ZEROES.    00003262
                                                                        00003270
      * -- GRUPO VIGENTE DEL ACUSE (ACUSES CON EL MISMO XPAN).          00003280
       01  WK-GRUPO-ACUSE.                                              00003290
           05  WK-XPAN-ACU                 PIC X(22)   VALUE SPACES.    00003300
           05  WK-CANT-ACU                 PIC 9(04)   VALUE ZEROES.    00003310
           05  WK-FECPRODU-ACU             PIC X(10)   VALUE SPACES.    00003311
                                                                        00003320
      * -- COPY DE COMUNICACION CON DB2.                                00003330
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003340
                                                                        00003341
      * -- COPY DE COMUNICACION CON LA RUTINA DE LLEGADAS XXBALLE.      00003342
           COPY XXYALLE.                                                00003343
                                                                        00003344
      * -- COPY DE COMUNICACION CON LA RUTINA MPBAMSK.                  00003345
           COPY MPYAMSK.                                                00003346
                                                                        00003350
      ******************************************************************00003360
      *                       PROCEDURE DIVISION                      * 00003370
           PERFORM 1100-ABRIR-FICHEROS                                  00003680
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003690
                                                                        00003700
           PERFORM 1150-REGISTRAR-LLEGADA                               00003702
              THRU 1150-REGISTRAR-LLEGADA-EXIT                          00003704
                                                                        00003706
           WRITE REG-MPCHAKS1 FROM WK-LINEA-CABECERA                    00003710
                                                                        00003720
           PERFORM 9100-LEER-MPCHAKE1                                   00003730
           OPEN INPUT  MPCHAKE1                                         00003960
                       MPCHAKE2                                         00003970
                OUTPUT MPCHAKS1                                         00003980
                       MPCHAKS2                                         00003985
                                                                        00003990
           IF  FS-MPCHAKE1 NOT = CA-FS-OK                               00004000
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004010
                                                                        00004330
           END-IF                                                       00004340
                                                                        00004350
           IF  FS-MPCHAKS2 NOT = CA-FS-OK                               00004351
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004352
               MOVE CA-ERR-ABRIR-MPCHAKS2    TO WK-DESCRIPCION          00004353
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004354
               MOVE CA-MPCHAKS2              TO WK-DDNAME               00004355
               MOVE FS-MPCHAKS2              TO WK-FILE-STATUS          00004356
                                                                        00004357
               PERFORM 9000-CANCELACION                                 00004358
                  THRU 9000-CANCELACION-EXIT                            00004359
                                                                        00004360
           END-IF                                                       00004361
                                                                        00004362
           .                                                            00004363
       1100-ABRIR-FICHEROS-EXIT.                                        00004370
           EXIT.                                                        00004371
                                                                        00004372
      ******************************************************************00004373
      ***                   1150-REGISTRAR-LLEGADA                ***   00004374
      ***                   ----------------------                ***   00004375
      * SE REGISTRA LA LLEGADA DEL FICHERO MPCHAKE1 EN EL CONTROL DE   *00004376
      * FICHEROS DE ENTRADA (XXBALLE) PARA EL MONITOR DE LLEGADAS.     *00004377
      ******************************************************************00004378
       1150-REGISTRAR-LLEGADA.                                          00004379
                                                                        00004380
           INITIALIZE XXYALLE                                           00004381
                                                                        00004382
           MOVE CA-FUN-LLEGADA               TO XXYALLE-FUNCION-E       00004383
           MOVE CA-MPCHAKE1                  TO XXYALLE-INTERFAZ-E      00004384
           MOVE CA-MPCHACK                   TO XXYALLE-PROGRAMA-E      00004385
                                                                        00004386
           CALL CA-XXBALLE               USING XXYALLE                  00004387
                                                                        00004388
           IF  XXYALLE-RETORNO NOT = CA-RET-LLE-OK                      00004389
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004390
               MOVE CA-ERR-LLEGADA           TO WK-DESCRIPCION          00004391
               MOVE CA-PRF-1150              TO WK-PARRAFO              00004392
               MOVE CA-XXBALLE               TO WK-RUTINA               00004393
               MOVE XXYALLE-DESCRIPCION      TO WK-DATOS-REGISTRO       00004394
                                                                        00004395
               PERFORM 9000-CANCELACION                                 00004396
                  THRU 9000-CANCELACION-EXIT                            00004397
                                                                        00004398
           END-IF                                                       00004399
                                                                        00004400
           .                                                            00004401
       1150-REGISTRAR-LLEGADA-EXIT.                                     00004402
           EXIT.                                                        00004403
                                                                        00004404
      ******************************************************************00004405
      ***                   2000-PROCESO                          ***   00004410
      ***                   ------------                          ***   00004420
      * SE CASAN LOS GRUPOS DE REMESA Y ACUSE POR XPAN, LISTANDO LAS   *00004430
                            THRU 2400-ESCRIBIR-DIFERENCIA-EXIT          00004570
                         ADD CN-1             TO CT-CANT-DISTINTA       00004580
                     END-IF                                             00004590
                                                                        00004592
                     PERFORM 2300-ESCRIBIR-PRODUCCION                   00004594
                        THRU 2300-ESCRIBIR-PRODUCCION-EXIT              00004596
                                                                        00004598
                     PERFORM 2100-AGRUPAR-REMESA                        00004600
                        THRU 2100-AGRUPAR-REMESA-EXIT                   00004610
                     PERFORM 2200-AGRUPAR-ACUSE                         00004620
           ELSE                                                         00005000
               MOVE RE-XPAN                  TO WK-XPAN-REM             00005010
               MOVE RE-FECREMESA             TO WK-FECREM-PRIMERA       00005020
               MOVE RE-CDGENTI               TO WK-CDGENTI-REM          00005021
               MOVE RE-INDTIPT               TO WK-INDTIPT-REM          00005022
               MOVE ZEROES                   TO WK-CANT-REM             00005030
               SET SI-MISMA-REMESA           TO TRUE                    00005040
                                                                        00005050
                                                                        00005480
           ELSE                                                         00005490
               MOVE AK-XPAN                  TO WK-XPAN-ACU             00005500
               MOVE AK-FECPRODU              TO WK-FECPRODU-ACU         00005501
               MOVE ZEROES                   TO WK-CANT-ACU             00005510
               SET SI-MISMO-ACUSE            TO TRUE                    00005520
                                                                        00005530
           EXIT.                                                        00005840
                                                                        00005850
      ******************************************************************00005860
      ***                   2300-ESCRIBIR-PRODUCCION              ***   00005861
      ***                   ------------------------              ***   00005862
      * SE ESCRIBE LA TARJETA CASADA CON SU ACUSE EN EL FICHERO DE     *00005863
      * PRODUCCION CONCILIADA, CON LA CANTIDAD ACUSADA POR EL          *00005864
      * EMBOSADOR.                                                     *00005865
      ******************************************************************00005866
       2300-ESCRIBIR-PRODUCCION.                                        00005867
                                                                        00005868
           MOVE SPACES                       TO REG-MPCHAKS2            00005869
           MOVE WK-XPAN-REM                  TO PC-XPAN                 00005870
           MOVE WK-CDGENTI-REM               TO PC-CDGENTI              00005871
           MOVE WK-INDTIPT-REM               TO PC-INDTIPT              00005872
           MOVE WK-FECPRODU-ACU              TO PC-FECPRODU             00005873
           MOVE WK-CANT-ACU                  TO PC-CANTIDAD             00005874
           MOVE WK-FECREM-PRIMERA            TO PC-FECREMESA            00005875
                                                                        00005876
           WRITE REG-MPCHAKS2                                           00005877
                                                                        00005878
           IF  FS-MPCHAKS2 NOT = CA-FS-OK                               00005879
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005880
               MOVE CA-ERR-ESCRIB-MPCHAKS2   TO WK-DESCRIPCION          00005881
               MOVE CA-PRF-2300              TO WK-PARRAFO              00005882
               MOVE CA-MPCHAKS2              TO WK-DDNAME               00005883
               MOVE FS-MPCHAKS2              TO WK-FILE-STATUS          00005884
               MOVE REG-MPCHAKS2             TO WK-DATOS-REGISTRO       00005885
                                                                        00005886
               PERFORM 9000-CANCELACION                                 00005887
                  THRU 9000-CANCELACION-EXIT                            00005888
                                                                        00005889
           END-IF                                                       00005890
                                                                        00005891
           ADD CN-1                          TO CT-PRODUCCION           00005892
                                                                        00005893
           .                                                            00005894
       2300-ESCRIBIR-PRODUCCION-EXIT.                                   00005895
           EXIT.                                                        00005896
                                                                        00005897
      ******************************************************************00005898
      ***                   2400-ESCRIBIR-DIFERENCIA              ***   00005899
      ***                   ------------------------              ***   00005900
      * SE ESCRIBE LA LINEA DE DIFERENCIA DE CONCILIACION.             *00005901
      ******************************************************************00005902
       2400-ESCRIBIR-DIFERENCIA.                                        00005910
                                                                        00005920
           EVALUATE  WD-OBSERVACIONES                                   00005930
                                                                        00006140
           END-EVALUATE                                                 00006150
                                                                        00006160
           PERFORM 2450-ENMASCARAR-XPAN                                 00006161
              THRU 2450-ENMASCARAR-XPAN-EXIT                            00006162
                                                                        00006163
           WRITE REG-MPCHAKS1 FROM WK-LINEA-DETALLE                     00006170
                                                                        00006180
           IF  FS-MPCHAKS1 NOT = CA-FS-OK                               00006190
                                                                        00006310
           .                                                            00006320
       2400-ESCRIBIR-DIFERENCIA-EXIT.                                   00006330
           EXIT.                                                        00006331
                                                                        00006332
      ******************************************************************00006333
      ***                   2450-ENMASCARAR-XPAN                  ***   00006334
      ***                   --------------------                  ***   00006335
      * SE ENMASCARA EL XPAN DE LA LINEA A TRAVES DE MPBAMSK.          *00006336
      ******************************************************************00006337
       2450-ENMASCARAR-XPAN.                                            00006338
                                                                        00006339
           INITIALIZE MPYAMSK                                           00006340
                                                                        00006341
           MOVE WK-PROGRAMA                   TO MPYAMSK-PROGRAMA-E     00006342
           MOVE CA-MPCHAKS1                   TO MPYAMSK-DDNAME-E       00006343
           MOVE WD-XPAN                       TO MPYAMSK-XPAN-E         00006344
                                                                        00006345
           CALL CA-MPBAMSK               USING MPYAMSK                  00006346
                                                                        00006347
           IF  MPYAMSK-RETORNO NOT = CA-00                              00006348
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00006349
               MOVE CA-ERR-ENMASCARAR         TO WK-DESCRIPCION         00006350
               MOVE CA-PRF-2450               TO WK-PARRAFO             00006351
               MOVE CA-MPBAMSK                TO WK-RUTINA              00006352
               MOVE MPYAMSK-TABLA             TO WK-TABLA-DB2           00006353
               MOVE MPYAMSK-ACCESO            TO WK-DATOS-ACCESO        00006354
                                                                        00006355
               PERFORM 9000-CANCELACION                                 00006356
                  THRU 9000-CANCELACION-EXIT                            00006357
                                                                        00006358
           END-IF                                                       00006359
                                                                        00006360
           MOVE MPYAMSK-XPAN-S                TO WD-XPAN                00006361
                                                                        00006362
           .                                                            00006363
       2450-ENMASCARAR-XPAN-EXIT.                                       00006364
           EXIT.                                                        00006365
                                                                        00006366
      ******************************************************************00006367
      ***                   3000-FIN                              ***   00006370
      ***                   --------                              ***   00006380
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.        *00006390
           CLOSE MPCHAKE1                                               00006620
                 MPCHAKE2                                               00006630
                 MPCHAKS1                                               00006640
                 MPCHAKS2                                               00006641
                                                                        00006650
           IF  FS-MPCHAKE1 NOT = CA-FS-OK                               00006660
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006670
                                                                        00006990
           END-IF                                                       00007000
                                                                        00007010
           IF  FS-MPCHAKS2 NOT = CA-FS-OK                               00007011
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007012
               MOVE CA-ERR-CERRAR-MPCHAKS2   TO WK-DESCRIPCION          00007013
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007014
               MOVE CA-MPCHAKS2              TO WK-DDNAME               00007015
               MOVE FS-MPCHAKS2              TO WK-FILE-STATUS          00007016
                                                                        00007017
               PERFORM 9000-CANCELACION                                 00007018
                  THRU 9000-CANCELACION-EXIT                            00007019
                                                                        00007020
           END-IF                                                       00007021
                                                                        00007022
           .                                                            00007023
       3100-CERRAR-FICHEROS-EXIT.                                       00007030
           EXIT.                                                        00007040
                                                                        00007050
           MOVE CT-SIN-ACUSE                   TO WK-SINAC-ED           00007150
           MOVE CT-SIN-REMESA                  TO WK-SINRE-ED           00007160
           MOVE CT-CANT-DISTINTA               TO WK-CANTD-ED           00007170
           MOVE CT-PRODUCCION                  TO WK-PRODU-ED           00007171
                                                                        00007180
           DISPLAY WK-CAB-1                                             00007190
           DISPLAY WK-CAB-2                                             00007200
           DISPLAY WK-CAB-5                                             00007240
           DISPLAY WK-CAB-6                                             00007250
           DISPLAY WK-CAB-7                                             00007260
           DISPLAY WK-CAB-8                                             00007261
           DISPLAY WK-CAB-1                                             00007270
                                                                        00007280
           .                                                            00007290
