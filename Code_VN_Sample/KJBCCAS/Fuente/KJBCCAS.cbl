      *-                                                              -*00000100
      *  DESCRIPCION: MOTOR NOCTURNO DE GENERACION DE APUNTES          *00000110
      *               CONTABLES. PARA LA FECHA CONTABLE DE SYSIN       *00000120
      *               TOMA EL DELTA DE SALDO DE CADA POSICION DE LA    *00000130
      *               VARIACION DIARIA POS_DELTA_DIA CALCULADA POR     *00000140
      *               KJBCCDL (QUE DEBE ESTAR FINALIZADA EN            *00000150
      *               POS_DELTA_CTL), LO                               *00000160
      *               CONVIERTE EN UN APUNTE DEBE/HABER CUADRADO       *00000170
      *               SEGUN EL MAPA CONCEPTO+PRODUCTO A CUENTA         *00000180
      *               CONTABLE (POS_MAPA_CONTABLE) Y EMITE EL FICHERO  *00000190
      *               DE APUNTES PARA CONTABILIDAD. LOS CONCEPTOS SIN  *00000200
      *               MAPA SE LISTAN COMO EXCEPCION Y EL PROGRAMA      *00000210
      *               TERMINA CON CONDITION CODE 4.                    *00000220
      *               LOS APUNTES SE AGRUPAN POR LA EMPRESA/CENTRO     *00000221
      *               CONTABLE DE LA POSICION (POS_DISP_PMAS), CON UN  *00000222
      *               TOTAL DEBE/HABER POR CENTRO CONTABLE.            *00000223
      *-                                                              -*00000230
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000240
      *        WK-FECHA-CONTABLE : FECHA CONTABLE A ASENTAR.           *00000250
      *        KJBCASS2 : LISTADO DE CONCEPTOS SIN MAPA CONTABLE.      *00000290
      *-                                                              -*00000300
      *  TABLAS:                                                       *00000310
      *     POS_DELTA_DIA      : VARIACION DIARIA (LECTURA).           *00000311
      *     POS_DELTA_CTL      : CONTROL DE LA VARIACION (LECTURA).    *00000312
      *     POS_MAPA_CONTABLE  : MAPA CONCEPTO-CUENTA (LECTURA).       *00000330
      *     POS_DISP_PMAS      : CENTRO CONTABLE POSICION (LECTURA).   *00000331
      *-                                                              -*00000340
      ******************************************************************00000350
      *                  M O D I F I C A C I O N E S                   *00000360
      * USUARIO  FECHA        DESCRIPCION                              *00000390
      * -------- ----------   ---------------------------------------- *00000400
      * VIEWNEXT 02-09-2026    CREACION DEL PROGRAMA.                  *00000410
      * VIEWNEXT 15-10-2026    APUNTES POR EMPRESA/CENTRO CONTABLE DE  *00000411
      *                        LA POSICION, CON REGISTROS DE TOTAL 'C' *00000412
      *                        POR CENTRO CONTABLE.                    *00000413
      * VIEWNEXT 15-10-2026    EL DELTA SE LEE DE POS_DELTA_DIA        *00000414
      *                        (CALCULADA POR KJBCCDL) EN LUGAR DE     *00000415
      *                        CALCULARLO CONTRA POS_DISP_PMAS_HIST.   *00000416
      *                                                                *00000420
      ******************************************************************00000430
                                                                        00000440
           05  RS-IMPORTE                  PIC 9(15)V9(2).              00001070
           05  RS-CODMONSW                 PIC X(03).                   00001080
           05  RS-CLAVE-ORIGEN             PIC X(20).                   00001090
           05  RS-IDEMPCCO                 PIC X(04).                   00001091
           05  RS-IDCENCCO                 PIC X(04).                   00001092
           05  FILLER                      PIC X(09).                   00001100
                                                                        00001110
       FD  KJBCASS2                                                     00001120
           BLOCK CONTAINS 0 RECORDS                                     00001130
           05  SW-EXISTE-MAPA              PIC X(01)   VALUE 'N'.       00001370
               88  SI-EXISTE-MAPA                      VALUE 'S'.       00001380
               88  NO-EXISTE-MAPA                      VALUE 'N'.       00001390
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001391
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001392
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001393
                                                                        00001400
      ******************************************************************00001410
      *                      C O N S T A N T E S                       *00001420
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001510
               10  CA-KJBCASS1             PIC X(08)   VALUE 'KJBCASS1'.00001520
               10  CA-KJBCASS2             PIC X(08)   VALUE 'KJBCASS2'.00001530
               10  CA-POS-DELTA-DIA        PIC X(13)   VALUE            00001540
                                   'POS_DELTA_DIA'.                     00001550
               10  CA-POS-DELTA-CTL        PIC X(13)   VALUE            00001552
                                   'POS_DELTA_CTL'.                     00001554
               10  CA-CTL-FINALIZADA       PIC X(01)   VALUE 'F'.       00001556
               10  CA-POS-MAPA             PIC X(17)   VALUE            00001560
                                   'POS_MAPA_CONTABLE'.                 00001570
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001580
               10  CA-ACTIVO               PIC X(01)   VALUE 'S'.       00001590
               10  CA-TIPO-APUNTE          PIC X(01)   VALUE 'A'.       00001600
               10  CA-TIPO-FINAL           PIC X(01)   VALUE 'F'.       00001610
               10  CA-TIPO-CENTRO          PIC X(01)   VALUE 'C'.       00001611
               10  CA-DEBE                 PIC X(01)   VALUE 'D'.       00001620
               10  CA-HABER                PIC X(01)   VALUE 'H'.       00001630
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001640
                         'ERROR EN ACCESO A POS_MAPA_CONTABLE  '.       00001750
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001760
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001770
               10  CA-ERR-DELTA-CTL        PIC X(46)   VALUE            00001773
                       'VARIACION DIARIA NO CALCULADA O NO FINALIZADA'. 00001776
               10  CA-PRF-1000             PIC X(11)   VALUE            00001780
                                   '1000-INICIO'.                       00001790
               10  CA-PRF-1100             PIC X(19)   VALUE            00001800
                                   '1100-ABRIR-FICHEROS'.               00001810
               10  CA-PRF-1150             PIC X(22)   VALUE            00001813
                                   '1150-CONTROL-VARIACION'.            00001816
               10  CA-PRF-1200             PIC X(17)   VALUE            00001820
                                   '1200-ABRIR-CURSOR'.                 00001830
               10  CA-PRF-2100             PIC X(19)   VALUE            00001840
           05  CT-APUNTES                  PIC 9(9)    VALUE ZEROES.    00002020
           05  CT-SIN-MAPA                 PIC 9(9)    VALUE ZEROES.    00002030
           05  CT-SIN-DELTA                PIC 9(9)    VALUE ZEROES.    00002040
           05  CT-CENTROS                  PIC 9(9)    VALUE ZEROES.    00002041
                                                                        00002050
      ******************************************************************00002060
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002070
               10  FILLER                  PIC X(45)   VALUE            00002300
                   '* POSICIONES SIN DELTA (IGNORADAS):        '.       00002310
               10  WK-SIN-DELTA-ED         PIC ZZZZZZZZ9.               00002320
               10  FILLER                  PIC X(01)   VALUE '*'.       00002321
           05  WK-CAB-7.                                                00002322
               10  FILLER                  PIC X(45)   VALUE            00002323
                   '* CENTROS CONTABLES CON APUNTES:           '.       00002324
               10  WK-CENTROS-ED           PIC ZZZZZZZZ9.               00002325
               10  FILLER                  PIC X(01)   VALUE '*'.       00002330
                                                                        00002340
      ******************************************************************00002350
       01  WK-VARIABLES.                                                00002780
           05  WK-PARAMETROS-SYSIN.                                     00002790
               10  WK-FECHA-CONTABLE       PIC X(10).                   00002800
           05  WK-ESTADO-DELTA             PIC X(01).                   00002810
           05  WK-DELTA                    PIC S9(15)V9(2) COMP-3.      00002820
           05  WK-TOTAL-DEBE               PIC S9(15)V9(2) COMP-3       00002830
                                                       VALUE ZEROES.    00002840
           05  WK-CUENTA-CARGO             PIC X(10).                   00002870
           05  WK-CUENTA-ABONO             PIC X(10).                   00002880
           05  WK-IMPORTE-APUNTE           PIC S9(15)V9(2) COMP-3.      00002890
           05  WK-CENTRO-DEBE              PIC S9(15)V9(2) COMP-3.      00002891
           05  WK-CENTRO-HABER             PIC S9(15)V9(2) COMP-3.      00002892
                                                                        00002900
      * -- EMPRESA/CENTRO CONTABLE EN TRATAMIENTO PARA LA RUPTURA.      00002901
           05  WK-CENTRO-CONTABLE.                                      00002902
               10  WK-IDEMPCCO             PIC X(04).                   00002903
               10  WK-IDCENCCO             PIC X(04).                   00002904
                                                                        00002905
      * -- ULTIMA POSICION LEIDA DEL CURSOR DE DELTAS.                  00002910
       01  WK-FILA-CURSOR.                                              00002920
           05  WF-CLAVE.                                                00002930
               10  WF-IDEMPRD              PIC X(04).                   00002940
               10  WF-CODSPROD             PIC X(03).                   00002970
               10  WF-CTOSALDO             PIC X(03).                   00002980
               10  WF-CODMONSW             PIC X(03).                   00002990
           05  WF-IMPDELTA                 PIC S9(15)V9(2) COMP-3.      00003000
           05  WF-CENTRO-CONTABLE.                                      00003001
               10  WF-IDEMPCCO             PIC X(04).                   00003002
               10  WF-IDCENCCO             PIC X(04).                   00003003
                                                                        00003010
      * -- COPY DE COMUNICACION CON DB2.                                00003020
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003030
      ***                   1000-INICIO                              ***00003260
      ***                   -----------                              ***00003270
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE ABREN     *00003280
      * LOS FICHEROS Y EL CURSOR Y SE LEE LA PRIMERA POSICION.         *00003290
      ******************************************************************00003300
       1000-INICIO.                                                     00003310
                                                                        00003320
                      CT-CONTADORES                                     00003340
                                                                        00003350
           SET NO-FIN-CURSOR                 TO TRUE                    00003360
           SET SI-PRIMERA-LECTURA            TO TRUE                    00003361
                                                                        00003370
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003380
                                                                        00003390
                  THRU 9000-CANCELACION-EXIT                            00003460
                                                                        00003470
           END-IF                                                       00003480
                                                                        00003482
           PERFORM 1150-CONTROL-VARIACION                               00003484
              THRU 1150-CONTROL-VARIACION-EXIT                          00003486
                                                                        00003490
           PERFORM 1100-ABRIR-FICHEROS                                  00003500
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003510
           EXIT.                                                        00003990
                                                                        00004000
      ******************************************************************00004010
      ***                   1150-CONTROL-VARIACION                   ***00004011
      ***                   ----------------------                   ***00004012
      * SE COMPRUEBA QUE KJBCCDL HA FINALIZADO EL CALCULO DE LA        *00004013
      * VARIACION DIARIA DE LA FECHA CONTABLE A ASENTAR.               *00004014
      ******************************************************************00004015
       1150-CONTROL-VARIACION.                                          00004016
                                                                        00004017
           EXEC SQL                                                     00004018
                SELECT G6567_ESTADO                                     00004019
                  INTO :WK-ESTADO-DELTA                                 00004020
                  FROM POS_DELTA_CTL                                    00004021
                 WHERE G6567_FECCONSO = DATE(:WK-FECHA-CONTABLE)        00004022
           END-EXEC                                                     00004023
                                                                        00004024
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004025
                                                                        00004026
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00004027
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004028
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00004029
               MOVE CA-PRF-1150               TO WK-PARRAFO             00004030
               MOVE CA-KJBCCAS                TO WK-RUTINA              00004031
               MOVE CA-POS-DELTA-CTL          TO WK-TABLA-DB2           00004032
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004033
                                                                        00004034
               PERFORM 9000-CANCELACION                                 00004035
                  THRU 9000-CANCELACION-EXIT                            00004036
                                                                        00004037
           END-IF                                                       00004038
                                                                        00004039
           IF  DB2-CLV-NOT-FOUND                                        00004040
           OR  WK-ESTADO-DELTA NOT = CA-CTL-FINALIZADA                  00004041
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00004042
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00004043
               MOVE CA-PRF-1150               TO WK-PARRAFO             00004044
                                                                        00004045
               PERFORM 9000-CANCELACION                                 00004046
                  THRU 9000-CANCELACION-EXIT                            00004047
                                                                        00004048
           END-IF                                                       00004049
                                                                        00004050
           .                                                            00004051
       1150-CONTROL-VARIACION-EXIT.                                     00004052
           EXIT.                                                        00004053
                                                                        00004054
      ******************************************************************00004055
      ***                   1200-ABRIR-CURSOR                        ***00004056
      ***                   -----------------                        ***00004057
      * SE DECLARA Y ABRE EL CURSOR CON EL DELTA DE CADA POSICION EN   *00004058
      * LA FECHA CONTABLE A ASENTAR (POS_DELTA_DIA), CON LA            *00004059
      * EMPRESA/CENTRO CONTABLE DE LA POSICION (LA OPERATIVA SI YA NO  *00004060
      * ESTA EN POS_DISP_PMAS), ORDENADO POR CENTRO CONTABLE.          *00004061
      ******************************************************************00004062
       1200-ABRIR-CURSOR.                                               00004070
                                                                        00004080
           EXEC SQL                                                     00004090
                DECLARE C-DELTAS CURSOR FOR                             00004100
                SELECT D.G6566_IDEMPRD , D.G6566_IDCENTD ,              00004110
                       D.G6566_IDPRODD , D.G6566_CODSPROD,              00004120
                       D.G6566_CTOSALDO, D.G6566_CODMONSW,              00004130
                       D.G6566_IMPDELTA,                                00004140
                       COALESCE(P.G6524_IDEMPCCO, D.G6566_IDEMPRD)      00004141
                                        AS IDEMPCCO,                    00004142
                       COALESCE(P.G6524_IDCENCCO, D.G6566_IDCENTD)      00004143
                                        AS IDCENCCO                     00004144
                  FROM POS_DELTA_DIA D                                  00004145
                  LEFT OUTER JOIN POS_DISP_PMAS P                       00004150
                    ON P.G6524_IDEMPRD  = D.G6566_IDEMPRD               00004151
                   AND P.G6524_IDCENTD  = D.G6566_IDCENTD               00004152
                   AND P.G6524_IDPRODD  = D.G6566_IDPRODD               00004153
                   AND P.G6524_CODSPROD = D.G6566_CODSPROD              00004154
                   AND P.G6524_CTOSALDO = D.G6566_CTOSALDO              00004155
                   AND P.G6524_CODMONSW = D.G6566_CODMONSW              00004156
                 WHERE D.G6566_FECCONSO = DATE(:WK-FECHA-CONTABLE)      00004160
                 ORDER BY IDEMPCCO, IDCENCCO,                           00004170
                          D.G6566_IDEMPRD , D.G6566_IDCENTD ,           00004200
                          D.G6566_IDPRODD , D.G6566_CODSPROD,           00004220
                          D.G6566_CTOSALDO, D.G6566_CODMONSW            00004240
           END-EXEC                                                     00004300
                                                                        00004310
           EXEC SQL                                                     00004320
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004400
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004410
               MOVE CA-KJBCCAS                TO WK-RUTINA              00004420
               MOVE CA-POS-DELTA-DIA          TO WK-TABLA-DB2           00004430
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004440
                                                                        00004450
               PERFORM 9000-CANCELACION                                 00004460
      ******************************************************************00004550
      ***                   2000-PROCESO                             ***00004560
      ***                   ------------                             ***00004570
      * SE DETECTA LA RUPTURA DE CENTRO CONTABLE, SE ASIENTA EL DELTA  *00004580
      * DE LA POSICION LEIDA Y SE LEE LA SIGUIENTE.                    *00004581
      ******************************************************************00004590
       2000-PROCESO.                                                    00004600
                                                                        00004601
           IF  SI-PRIMERA-LECTURA                                       00004602
               MOVE WF-CENTRO-CONTABLE       TO WK-CENTRO-CONTABLE      00004603
               SET NO-PRIMERA-LECTURA        TO TRUE                    00004604
           ELSE                                                         00004605
               IF  WF-CENTRO-CONTABLE NOT = WK-CENTRO-CONTABLE          00004606
                   PERFORM 2600-TOTAL-CENTRO                            00004607
                      THRU 2600-TOTAL-CENTRO-EXIT                       00004608
                   MOVE WF-CENTRO-CONTABLE   TO WK-CENTRO-CONTABLE      00004609
               END-IF                                                   00004610
           END-IF                                                       00004611
                                                                        00004612
           PERFORM 2100-ASENTAR-DELTA                                   00004620
              THRU 2100-ASENTAR-DELTA-EXIT                              00004630
                                                                        00004640
      ******************************************************************00004720
      ***                   2100-ASENTAR-DELTA                       ***00004730
      ***                   ------------------                       ***00004740
      * SE TOMA EL DELTA DEL DIA DE LA POSICION Y, SI NO ES CERO, SE   *00004741
      * RESUELVE EL MAPA CONTABLE Y SE GENERA EL APUNTE DEBE/HABER     *00004742
      * CUADRADO.                                                      *00004743
      * Y SE GENERA EL APUNTE DEBE/HABER CUADRADO.                     *00004770
      ******************************************************************00004780
       2100-ASENTAR-DELTA.                                              00004790
                                                                        00004800
           ADD CN-1                          TO CT-DELTAS               00004810
                                                                        00004820
           MOVE WF-IMPDELTA                  TO WK-DELTA                00004821
                                                                        00004870
           IF  WK-DELTA = ZEROES                                        00004880
               ADD CN-1                      TO CT-SIN-DELTA            00004890
           EXIT.                                                        00005060
                                                                        00005070
      ******************************************************************00005080
      ******************************************************************00005600
      ***                   2200-RESOLVER-MAPA                       ***00005610
      ***                   ------------------                       ***00005620
           MOVE WK-IMPORTE-APUNTE            TO RS-IMPORTE              00006340
           MOVE WF-CODMONSW                  TO RS-CODMONSW             00006350
           MOVE WF-CLAVE                     TO RS-CLAVE-ORIGEN         00006360
           MOVE WF-IDEMPCCO                  TO RS-IDEMPCCO             00006361
           MOVE WF-IDCENCCO                  TO RS-IDCENCCO             00006362
                                                                        00006370
           PERFORM 2500-ESCRIBIR-REGISTRO                               00006380
              THRU 2500-ESCRIBIR-REGISTRO-EXIT                          00006390
                                                                        00006400
           ADD WK-IMPORTE-APUNTE             TO WK-TOTAL-DEBE           00006410
                                                WK-CENTRO-DEBE          00006411
                                                                        00006420
           MOVE SPACES                       TO REG-KJBCASS1            00006430
           MOVE CA-TIPO-APUNTE               TO RS-TIPO-REG             00006440
           MOVE WK-IMPORTE-APUNTE            TO RS-IMPORTE              00006490
           MOVE WF-CODMONSW                  TO RS-CODMONSW             00006500
           MOVE WF-CLAVE                     TO RS-CLAVE-ORIGEN         00006510
           MOVE WF-IDEMPCCO                  TO RS-IDEMPCCO             00006511
           MOVE WF-IDCENCCO                  TO RS-IDCENCCO             00006512
                                                                        00006520
           PERFORM 2500-ESCRIBIR-REGISTRO                               00006530
              THRU 2500-ESCRIBIR-REGISTRO-EXIT                          00006540
                                                                        00006550
           ADD WK-IMPORTE-APUNTE             TO WK-TOTAL-HABER          00006560
                                                WK-CENTRO-HABER         00006561
                                                                        00006570
           .                                                            00006580
       2300-ESCRIBIR-APUNTE-EXIT.                                       00006590
           EXIT.                                                        00007220
                                                                        00007230
      ******************************************************************00007240
      ***                   2600-TOTAL-CENTRO                        ***00007241
      ***                   -----------------                        ***00007242
      * SE ESCRIBEN LOS REGISTROS DE TOTAL DEBE/HABER DEL CENTRO       *00007243
      * CONTABLE CERRADO, SI HA GENERADO APUNTES, Y SE REINICIAN SUS   *00007244
      * ACUMULADOS.                                                    *00007245
      ******************************************************************00007246
       2600-TOTAL-CENTRO.                                               00007247
                                                                        00007248
           IF  WK-CENTRO-DEBE = ZEROES AND WK-CENTRO-HABER = ZEROES     00007249
               GO TO 2600-TOTAL-CENTRO-EXIT                             00007250
           END-IF                                                       00007251
                                                                        00007252
           ADD CN-1                          TO CT-CENTROS              00007253
                                                                        00007254
           MOVE SPACES                       TO REG-KJBCASS1            00007255
           MOVE CA-TIPO-CENTRO               TO RS-TIPO-REG             00007256
           MOVE WK-FECHA-CONTABLE            TO RS-FECHA                00007257
           MOVE CA-DEBE                      TO RS-DEBE-HABER           00007258
           MOVE CA-SIGNO-MAS                 TO RS-SIGNO                00007259
           MOVE WK-CENTRO-DEBE               TO RS-IMPORTE              00007260
           MOVE WK-IDEMPCCO                  TO RS-IDEMPCCO             00007261
           MOVE WK-IDCENCCO                  TO RS-IDCENCCO             00007262
                                                                        00007263
           PERFORM 2500-ESCRIBIR-REGISTRO                               00007264
              THRU 2500-ESCRIBIR-REGISTRO-EXIT                          00007265
                                                                        00007266
           MOVE SPACES                       TO REG-KJBCASS1            00007267
           MOVE CA-TIPO-CENTRO               TO RS-TIPO-REG             00007268
           MOVE WK-FECHA-CONTABLE            TO RS-FECHA                00007269
           MOVE CA-HABER                     TO RS-DEBE-HABER           00007270
           MOVE CA-SIGNO-MAS                 TO RS-SIGNO                00007271
           MOVE WK-CENTRO-HABER              TO RS-IMPORTE              00007272
           MOVE WK-IDEMPCCO                  TO RS-IDEMPCCO             00007273
           MOVE WK-IDCENCCO                  TO RS-IDCENCCO             00007274
                                                                        00007275
           PERFORM 2500-ESCRIBIR-REGISTRO                               00007276
              THRU 2500-ESCRIBIR-REGISTRO-EXIT                          00007277
                                                                        00007278
           MOVE ZEROES                       TO WK-CENTRO-DEBE          00007279
                                                WK-CENTRO-HABER         00007280
                                                                        00007281
           .                                                            00007282
       2600-TOTAL-CENTRO-EXIT.                                          00007283
           EXIT.                                                        00007284
                                                                        00007285
      ******************************************************************00007286
      ***                   3000-FIN                                 ***00007287
      ***                   --------                                 ***00007288
      * SE ESCRIBE EL TOTAL DEL ULTIMO CENTRO CONTABLE Y EL REGISTRO   *00007289
      * FINAL CON LOS TOTALES DEBE/HABER, SE CIERRAN CURSOR Y FICHEROS,*00007290
      * SE MUESTRAN LAS ESTADISTICAS Y SE                              *00007291
      * FIJA EL CONDITION CODE SI HUBO CONCEPTOS SIN MAPA.             *00007292
      ******************************************************************00007300
       3000-FIN.                                                        00007310
                                                                        00007311
           IF  NO-PRIMERA-LECTURA                                       00007312
               PERFORM 2600-TOTAL-CENTRO                                00007313
                  THRU 2600-TOTAL-CENTRO-EXIT                           00007314
           END-IF                                                       00007315
                                                                        00007320
           MOVE SPACES                       TO REG-KJBCASS1            00007330
           MOVE CA-TIPO-FINAL                TO RS-TIPO-REG             00007340
           MOVE CT-APUNTES                    TO WK-APUNTES-ED          00008070
           MOVE CT-SIN-MAPA                   TO WK-SIN-MAPA-ED         00008080
           MOVE CT-SIN-DELTA                  TO WK-SIN-DELTA-ED        00008090
           MOVE CT-CENTROS                    TO WK-CENTROS-ED          00008091
                                                                        00008100
           DISPLAY WK-CAB-1                                             00008110
           DISPLAY WK-CAB-2                                             00008120
           DISPLAY WK-CAB-4                                             00008150
           DISPLAY WK-CAB-5                                             00008160
           DISPLAY WK-CAB-6                                             00008170
           DISPLAY WK-CAB-7                                             00008171
           DISPLAY WK-CAB-1                                             00008180
                                                                        00008190
           .                                                            00008200
                 INTO :WF-IDEMPRD , :WF-IDCENTD ,                       00008330
                      :WF-IDPRODD , :WF-CODSPROD,                       00008340
                      :WF-CTOSALDO, :WF-CODMONSW,                       00008350
                      :WF-IMPDELTA, :WF-IDEMPCCO,                       00008351
                      :WF-IDCENCCO                                      00008360
           END-EXEC                                                     00008370
                                                                        00008380
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008390
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00008500
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00008510
                     MOVE CA-KJBCCAS          TO WK-RUTINA              00008520
                     MOVE CA-POS-DELTA-DIA    TO WK-TABLA-DB2           00008530
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008540
                                                                        00008550
                     PERFORM 9000-CANCELACION                           00008560
