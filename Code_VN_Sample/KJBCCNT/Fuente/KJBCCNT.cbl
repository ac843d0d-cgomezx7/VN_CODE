      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE EXTRACCION DE AVISOS AL         *00000110
      *               TITULAR POR REVERSA DE SALDO. LOCALIZA LAS       *00000120
      *               POSICIONES PUESTAS A CERO EN LA FECHA CONTABLE   *00000130
      *               TRATADA (SALDO DE CIERRE CERO EN POS_DELTA_DIA)  *00000132
      *               Y GENERA UN REGISTRO DE INTERFASE POR POSICION   *00000134
      *               CON LA CLAVE DEL DISPOSITIVO, EL IMPORTE ANULADO *00000136
      *               (SALDO DE APERTURA CALCULADO POR KJBCCDL) Y LA   *00000138
      *               FECHA CONTABLE, PARA QUE EL SISTEMA DE           *00000140
      *               CORRESPONDENCIA EMITA LAS CARTAS AL CLIENTE.     *00000190
      *               LA VARIACION DE LA FECHA DEBE ESTAR FINALIZADA   *00000191
      *               EN POS_DELTA_CTL.                                *00000192
      *               EL AVISO SE ENTREGA POR EL CANAL DE CADA TITULAR *00000193
      *               DE LA POSICION (RUTINA KJBCCCP): UN UNICO AVISO  *00000194
      *               EN PAPEL SI ALGUN TITULAR LO QUIERE EN PAPEL O   *00000195
      *               NO HAY TITULAR REGISTRADO, Y UNO ELECTRONICO POR *00000196
      *               CADA TITULAR CON ENTREGA ELECTRONICA.            *00000197
      *-                                                              -*00000200
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000210
      *        WK-FECHA-PROCESO : FECHA CONTABLE DE LAS REVERSAS.      *00000220
      *-                                                              -*00000230
      *  FICHEROS DE SALIDA:                                           *00000240
      *        KJBCNTS1 : INTERFASE DE AVISOS AL TITULAR.              *00000250
      *        KJBCNTS2 : INTERFASE DE AVISOS ELECTRONICOS.            *00000251
      *-                                                              -*00000260
      *  TABLAS:                                                       *00000270
      *     POS_DELTA_DIA      : VARIACION DIARIA (LECTURA).           *00000280
      *     POS_DELTA_CTL      : CONTROL DE LA VARIACION (LECTURA).    *00000285
      *     POS_DISP_CONTR     : CRUCE CONTRATO (LECTURA).             *00000290
      *-                                                              -*00000292
      *  RUTINAS:                                                      *00000294
      *     KJBCCCP : CANAL DE ENTREGA DE LA CORRESPONDENCIA.          *00000296
      *-                                                              -*00000300
      ******************************************************************00000310
      *                  M O D I F I C A C I O N E S                   *00000320
      * -------- ----------   ---------------------------------------- *00000360
      * VIEWNEXT 22-08-2026    CREACION DEL PROGRAMA. AVISOS AL        *00000370
      *                        TITULAR POR REVERSA DE SALDO.           *00000380
      * VIEWNEXT 15-10-2026    LAS REVERSAS Y SU IMPORTE SE LEEN DE    *00000381
      *                        POS_DELTA_DIA (CALCULADA POR KJBCCDL)   *00000382
      *                        EN LUGAR DE LA ULTIMA FOTO DE           *00000383
      *                        POS_DISP_PMAS_HIST.                     *00000384
      * VIEWNEXT 15-10-2026    ENTREGA POR EL CANAL DE LOS TITULARES   *00000385
      *                        (KJBCCCP): NUEVA INTERFASE KJBCNTS2 DE  *00000386
      *                        AVISOS ELECTRONICOS Y RENUNCIAS.        *00000387
      *                                                                *00000390
      ******************************************************************00000400
                                                                        00000410
                  ACCESS MODE IS SEQUENTIAL                             00000740
                  FILE STATUS IS FS-KJBCNTS1.                           00000750
                                                                        00000760
      * -- INTERFASE DE AVISOS ELECTRONICOS AL TITULAR.                 00000761
           SELECT KJBCNTS2 ASSIGN KJBCNTS2                              00000762
                  ACCESS MODE IS SEQUENTIAL                             00000763
                  FILE STATUS IS FS-KJBCNTS2.                           00000764
                                                                        00000765
      ******************************************************************00000770
      * DATA DIVISION                                                  *00000780
      ******************************************************************00000790
           05  RS-FECHA-CONTABLE           PIC X(10).                   00001020
           05  FILLER                      PIC X(02).                   00001030
                                                                        00001040
       FD  KJBCNTS2                                                     00001041
           BLOCK CONTAINS 0 RECORDS                                     00001042
           RECORDING MODE IS F                                          00001043
           LABEL RECORD ARE STANDARD                                    00001044
           RECORD CONTAINS 132 CHARACTERS                               00001045
           DATA RECORD IS REG-KJBCNTS2.                                 00001046
       01  REG-KJBCNTS2.                                                00001047
           05  RV-AVISO                    PIC X(50).                   00001048
           05  RV-CENTALTA                 PIC X(04).                   00001049
           05  RV-CUENTNU                  PIC X(12).                   00001050
           05  RV-CANAL                    PIC X(01).                   00001051
           05  RV-DIRELEC                  PIC X(60).                   00001052
           05  FILLER                      PIC X(05).                   00001053
                                                                        00001054
      *----------------------------------------------------------------*00001055
      * WORKING-STORAGE SECTION                                       * 00001060
      *----------------------------------------------------------------*00001070
       WORKING-STORAGE SECTION.                                         00001080
           05  SW-EXISTE-FOTO              PIC X(01)   VALUE 'N'.       00001220
               88  SI-EXISTE-FOTO                      VALUE 'S'.       00001230
               88  NO-EXISTE-FOTO                      VALUE 'N'.       00001240
           05  SW-FIN-TITULARES            PIC X(01)   VALUE 'N'.       00001241
               88  SI-FIN-TITULARES                    VALUE 'S'.       00001242
               88  NO-FIN-TITULARES                    VALUE 'N'.       00001243
           05  SW-AVISO-PAPEL              PIC X(01)   VALUE 'N'.       00001244
               88  SI-AVISO-PAPEL                      VALUE 'S'.       00001245
               88  NO-AVISO-PAPEL                      VALUE 'N'.       00001246
           05  SW-CANAL-ENVIO              PIC X(01)   VALUE 'P'.       00001247
               88  ENVIO-PAPEL                         VALUE 'P' 'A'.   00001248
               88  ENVIO-ELECTRONICO                   VALUE 'E' 'A'.   00001249
               88  ENVIO-RENUNCIADO                    VALUE 'N'.       00001250
                                                                        00001251
      ******************************************************************00001260
      *                      C O N S T A N T E S                       *00001270
      ******************************************************************00001280
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001350
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001360
               10  CA-KJBCNTS1             PIC X(08)   VALUE 'KJBCNTS1'.00001370
               10  CA-KJBCNTS2             PIC X(08)   VALUE 'KJBCNTS2'.00001371
               10  CA-KJBCCCP              PIC X(08)   VALUE 'KJBCCCP'. 00001372
               10  CA-00                   PIC X(02)   VALUE '00'.      00001373
               10  CA-TIPCORR-REVERSA      PIC X(02)   VALUE '02'.      00001374
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00001380
                                   'POS_DISP_CONTR'.                    00001383
               10  CA-POS-DELTA-DIA        PIC X(13)   VALUE            00001386
                                   'POS_DELTA_DIA'.                     00001390
               10  CA-POS-DELTA-CTL        PIC X(13)   VALUE            00001400
                                   'POS_DELTA_CTL'.                     00001410
               10  CA-CTL-FINALIZADA       PIC X(01)   VALUE 'F'.       00001413
               10  CA-CON-FOTO             PIC X(01)   VALUE 'S'.       00001416
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001420
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001430
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001440
      -                            'ERRAR EL FICHERO KJBCNTS1'.         00001480
               10  CA-ERR-ESCRIB-KJBCNTS1  PIC X(34)   VALUE 'ERROR AL E00001490
      -                            'SCRIBIR FICHERO KJBCNTS1'.          00001500
               10  CA-ERR-ABRIR-KJBCNTS2   PIC X(34)   VALUE 'ERROR AL A00001501
      -                            'BRIR EL FICHERO KJBCNTS2'.          00001502
               10  CA-ERR-CERRAR-KJBCNTS2  PIC X(35)   VALUE 'ERROR AL C00001503
      -                            'ERRAR EL FICHERO KJBCNTS2'.         00001504
               10  CA-ERR-ESCRIB-KJBCNTS2  PIC X(34)   VALUE 'ERROR AL E00001505
      -                            'SCRIBIR FICHERO KJBCNTS2'.          00001506
               10  CA-ERR-TITULARES        PIC X(39)   VALUE 'ERROR EN A00001507
      -                            'CCESO AL CURSOR C-TITULARES'.       00001508
               10  CA-ERR-RUTINA           PIC X(32)   VALUE 'LA RUTINA 00001509
      -                            'KJBCCCP DEVOLVIO ERROR'.            00001510
               10  CA-ERR-CURSOR           PIC X(38)   VALUE 'ERROR EN A00001511
      -                            'CCESO AL CURSOR C-REVERSAS'.        00001520
               10  CA-ERR-DELTA-CTL        PIC X(46)   VALUE            00001530
                       'VARIACION DIARIA NO CALCULADA O NO FINALIZADA'. 00001540
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001550
      -                            '-FICHEROS'.                         00001560
               10  CA-PRF-1150             PIC X(22)   VALUE            00001563
                                   '1150-CONTROL-VARIACION'.            00001566
               10  CA-PRF-1200             PIC X(18)   VALUE '1200-ABRIR00001570
      -                            '-CURSOR'.                           00001580
               10  CA-PRF-2200             PIC X(20)   VALUE '2200-ESCRI00001610
      -                            'BIR-AVISO'.                         00001620
               10  CA-PRF-2250             PIC X(22)   VALUE '2250-RESOL00001621
      -                            'VER-CANALES'.                       00001622
               10  CA-PRF-2260             PIC X(20)   VALUE '2260-TRATA00001623
      -                            'R-TITULAR'.                         00001624
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001630
      -                            'R-FICHEROS'.                        00001640
               10  CA-PRF-9200             PIC X(18)   VALUE '9200-LEER-00001650
       01  CT-CONTADORES.                                               00001740
           05  CT-AVISOS                   PIC 9(9)    VALUE ZEROES.    00001750
           05  CT-SIN-FOTO                 PIC 9(9)    VALUE ZEROES.    00001760
           05  CT-AVISOS-ELECTRONICOS      PIC 9(9)    VALUE ZEROES.    00001761
           05  CT-RENUNCIAS                PIC 9(9)    VALUE ZEROES.    00001762
                                                                        00001770
      ******************************************************************00001780
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001790
               10  FILLER                  PIC X(45)   VALUE '* REVERSAS00001920
      -                            ' SIN FOTO HISTORICA:             '. 00001930
               10  WK-SIN-FOTO-ED          PIC ZZZZZZZZ9.               00001940
               10  FILLER                  PIC X(01)   VALUE '*'.       00001941
           05  WK-CAB-5.                                                00001942
               10  FILLER                  PIC X(45)   VALUE '* AVISOS E00001943
      -                            'LECTRONICOS EN KJBCNTS2:         '. 00001944
               10  WK-AVISOS-ELECTR-ED     PIC ZZZZZZZZ9.               00001945
               10  FILLER                  PIC X(01)   VALUE '*'.       00001946
           05  WK-CAB-6.                                                00001947
               10  FILLER                  PIC X(45)   VALUE '* TITULARE00001948
      -                            'S CON RENUNCIA A LOS AVISOS:     '. 00001949
               10  WK-RENUNCIAS-ED         PIC ZZZZZZZZ9.               00001950
               10  FILLER                  PIC X(01)   VALUE '*'.       00001951
                                                                        00001960
      ******************************************************************00001970
      * VARIABLES DE INFORMACION DE LA FUNCION                        * 00001980
      ******************************************************************00002160
       01  FS-FILE-STATUS.                                              00002170
           05  FS-KJBCNTS1                 PIC X(02).                   00002180
           05  FS-KJBCNTS2                 PIC X(02).                   00002181
                                                                        00002190
      ******************************************************************00002200
      *                      V A R I A B L E S                        * 00002210
      ******************************************************************00002220
       01  WK-VARIABLES.                                                00002230
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00002240
           05  WK-ESTADO-DELTA             PIC X(01)   VALUE SPACES.    00002245
           05  WK-IMPORTE-ANULADO          PIC S9(15)V9(2) COMP-3       00002250
                                                       VALUE ZEROES.    00002260
           05  WK-NUM-TITULARES            PIC S9(04)  COMP.            00002261
                                                                        00002262
      * -- ULTIMO TITULAR LEIDO DEL CURSOR.                             00002263
       01  WK-FILA-TITULAR.                                             00002264
           05  WT-CENTALTA                 PIC X(04).                   00002265
           05  WT-CUENTNU                  PIC X(12).                   00002266
                                                                        00002267
      * -- COPY DE COMUNICACION CON LA RUTINA KJBCCCP.                  00002268
           COPY KJYCCCP.                                                00002269
                                                                        00002270
      * -- ULTIMA FILA LEIDA DEL CURSOR DE REVERSAS.                    00002280
       01  WK-FILA-CURSOR.                                              00002290
           10  WF-CTOSALDO                 PIC X(03).                   00002340
           10  WF-CODMONSW                 PIC X(03).                   00002350
           10  WF-FECCONSO                 PIC X(10).                   00002360
           10  WF-IMPAPERT                 PIC S9(15)V9(2) COMP-3.      00002363
           10  WF-INDFOTO                  PIC X(01).                   00002366
                                                                        00002370
      * -- COPY DE COMUNICACION CON DB2.                                00002380
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002390
                                                                        00002391
      * -- DCLGEN DE LA TABLA POS_DISP_CONTR (CRUCE CONTRATO).          00002392
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00002393
                                                                        00002400
      ******************************************************************00002410
      *                       PROCEDURE DIVISION                      * 00002420
      ******************************************************************00002580
      ***                   1000-INICIO                             *** 00002590
      ***                   -----------                             *** 00002600
      * SE OBTIENE LA FECHA DE PROCESO DE SYSIN, SE COMPRUEBA QUE SU   *00002610
      * VARIACION ESTA FINALIZADA, SE ABRE EL FICHERO DE SALIDA Y EL   *00002615
      * CURSOR DE POSICIONES REVERSADAS.                               *00002620
      ******************************************************************00002630
       1000-INICIO.                                                     00002640
                                                                        00002650
           SET NO-FIN-CURSOR                 TO TRUE                    00002690
                                                                        00002700
           ACCEPT WK-FECHA-PROCESO FROM SYSIN                           00002710
                                                                        00002712
           PERFORM 1150-CONTROL-VARIACION                               00002714
              THRU 1150-CONTROL-VARIACION-EXIT                          00002716
                                                                        00002720
           PERFORM 1100-ABRIR-FICHEROS                                  00002730
              THRU 1100-ABRIR-FICHEROS-EXIT                             00002740
      ******************************************************************00002860
      ***                   1100-ABRIR-FICHEROS                     *** 00002870
      ***                   -------------------                     *** 00002880
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00002890
      ******************************************************************00002900
       1100-ABRIR-FICHEROS.                                             00002910
                                                                        00002920
           OPEN OUTPUT KJBCNTS1                                         00002930
                       KJBCNTS2                                         00002931
                                                                        00002940
           IF  FS-KJBCNTS1 NOT = CA-FS-OK                               00002950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00002960
                                                                        00003040
           END-IF                                                       00003050
                                                                        00003060
           IF  FS-KJBCNTS2 NOT = CA-FS-OK                               00003061
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003062
               MOVE CA-ERR-ABRIR-KJBCNTS2    TO WK-DESCRIPCION          00003063
               MOVE CA-PRF-1100              TO WK-PARRAFO              00003064
               MOVE CA-KJBCNTS2              TO WK-DDNAME               00003065
               MOVE FS-KJBCNTS2              TO WK-FILE-STATUS          00003066
                                                                        00003067
               PERFORM 9000-CANCELACION                                 00003068
                  THRU 9000-CANCELACION-EXIT                            00003069
                                                                        00003070
           END-IF                                                       00003071
                                                                        00003072
           .                                                            00003073
       1100-ABRIR-FICHEROS-EXIT.                                        00003080
           EXIT.                                                        00003081
                                                                        00003082
      ******************************************************************00003083
      ***                   1150-CONTROL-VARIACION                  *** 00003084
      ***                   ----------------------                  *** 00003085
      * SE COMPRUEBA QUE KJBCCDL HA FINALIZADO EL CALCULO DE LA        *00003086
      * VARIACION DIARIA DE LA FECHA DE PROCESO.                       *00003087
      ******************************************************************00003088
       1150-CONTROL-VARIACION.                                          00003089
                                                                        00003090
           EXEC SQL                                                     00003091
                SELECT G6567_ESTADO                                     00003092
                  INTO :WK-ESTADO-DELTA                                 00003093
                  FROM POS_DELTA_CTL                                    00003094
                 WHERE G6567_FECCONSO = :WK-FECHA-PROCESO               00003095
           END-EXEC                                                     00003096
                                                                        00003097
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00003098
                                                                        00003099
           IF  NOT DB2-OK AND NOT DB2-CLV-NOT-FOUND                     00003100
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00003101
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00003102
               MOVE CA-PRF-1150               TO WK-PARRAFO             00003103
               MOVE CA-KJBCCNT                TO WK-RUTINA              00003104
               MOVE CA-POS-DELTA-CTL          TO WK-TABLA-DB2           00003105
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00003106
                                                                        00003107
               PERFORM 9000-CANCELACION                                 00003108
                  THRU 9000-CANCELACION-EXIT                            00003109
                                                                        00003110
           END-IF                                                       00003111
                                                                        00003112
           IF  DB2-CLV-NOT-FOUND                                        00003113
           OR  WK-ESTADO-DELTA NOT = CA-CTL-FINALIZADA                  00003114
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00003115
               MOVE CA-ERR-DELTA-CTL          TO WK-DESCRIPCION         00003116
               MOVE CA-PRF-1150               TO WK-PARRAFO             00003117
                                                                        00003118
               PERFORM 9000-CANCELACION                                 00003119
                  THRU 9000-CANCELACION-EXIT                            00003120
                                                                        00003121
           END-IF                                                       00003122
                                                                        00003123
           .                                                            00003124
       1150-CONTROL-VARIACION-EXIT.                                     00003125
           EXIT.                                                        00003126
                                                                        00003127
      ******************************************************************00003128
      ***                   1200-ABRIR-CURSOR                       *** 00003129
      ***                   -----------------                       *** 00003130
      * SE DECLARA Y ABRE EL CURSOR DE POSICIONES PUESTAS A CERO EN    *00003140
      * LA FECHA CONTABLE TRATADA (POS_DELTA_DIA) Y SE DECLARA EL DE   *00003141
      * TITULARES DE LA POSICION.                                      *00003150
      ******************************************************************00003160
       1200-ABRIR-CURSOR.                                               00003170
                                                                        00003180
           EXEC SQL                                                     00003190
                DECLARE C-REVERSAS CURSOR FOR                           00003200
                SELECT G6566_IDEMPRD , G6566_IDCENTD,                   00003210
                       G6566_IDPRODD , G6566_CODSPROD,                  00003220
                       G6566_CTOSALDO, G6566_CODMONSW,                  00003230
                       G6566_FECCONSO, G6566_IMPAPERT,                  00003235
                       G6566_INDFOTO                                    00003240
                  FROM POS_DELTA_DIA                                    00003241
                 WHERE G6566_IMPCIERR = 0                               00003242
                   AND G6566_FECCONSO = :WK-FECHA-PROCESO               00003243
                 ORDER BY G6566_IDEMPRD , G6566_IDCENTD,                00003244
                          G6566_IDPRODD , G6566_CODSPROD,               00003245
                          G6566_CTOSALDO, G6566_CODMONSW                00003246
           END-EXEC                                                     00003247
                                                                        00003248
           EXEC SQL                                                     00003249
                DECLARE C-TITULARES CURSOR FOR                          00003250
                SELECT DISTINCT                                         00003251
                       G6554_CENTALTA, G6554_CUENTNU                    00003252
                  FROM POS_DISP_CONTR                                   00003253
                 WHERE G6554_IDEMPRD  = :WF-IDEMPRD                     00003260
                   AND G6554_IDCENTD  = :WF-IDCENTD                     00003263
                   AND G6554_IDPRODD  = :WF-IDPRODD                     00003266
                   AND G6554_CODSPROD = :WF-CODSPROD                    00003270
                 ORDER BY G6554_CENTALTA, G6554_CUENTNU                 00003280
           END-EXEC                                                     00003310
                                                                        00003320
           EXEC SQL                                                     00003330
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00003410
               MOVE CA-PRF-1200               TO WK-PARRAFO             00003420
               MOVE CA-KJBCCNT                TO WK-RUTINA              00003430
               MOVE CA-POS-DELTA-DIA          TO WK-TABLA-DB2           00003440
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00003450
                                                                        00003460
               PERFORM 9000-CANCELACION                                 00003470
      ******************************************************************00003560
      ***                   2000-PROCESO                            *** 00003570
      ***                   ------------                            *** 00003580
      * SE RECUPERA EL IMPORTE ANULADO (SALDO DE APERTURA) Y SE GENERA *00003590
      * EL AVISO DE LA POSICION LEIDA.                                 *00003600
      ******************************************************************00003610
       2000-PROCESO.                                                    00003620
                                                                        00003630
           PERFORM 2100-SALDO-APERTURA                                  00003640
              THRU 2100-SALDO-APERTURA-EXIT                             00003650
                                                                        00003660
           IF  SI-EXISTE-FOTO                                           00003670
               PERFORM 2200-ESCRIBIR-AVISO                              00003680
           EXIT.                                                        00003790
                                                                        00003800
      ******************************************************************00003810
      ***                   2100-SALDO-APERTURA                     *** 00003820
      ***                   -------------------                     *** 00003830
      * SE TOMA COMO IMPORTE ANULADO EL SALDO DE APERTURA CALCULADO    *00003840
      * POR KJBCCDL (EL SALDO QUE LA REVERSA PUSO A CERO).             *00003850
      ******************************************************************00003860
       2100-SALDO-APERTURA.                                             00003870
                                                                        00003880
           MOVE WF-IMPAPERT                   TO WK-IMPORTE-ANULADO     00003890
                                                                        00003910
           IF  WF-INDFOTO = CA-CON-FOTO                                 00003913
               SET SI-EXISTE-FOTO             TO TRUE                   00003916
           ELSE                                                         00003920
               SET NO-EXISTE-FOTO             TO TRUE                   00003930
           END-IF                                                       00004110
                                                                        00004330
           .                                                            00004340
       2100-SALDO-APERTURA-EXIT.                                        00004350
           EXIT.                                                        00004360
                                                                        00004370
      ******************************************************************00004380
      ***                   2200-ESCRIBIR-AVISO                     *** 00004390
      ***                   -------------------                     *** 00004400
      * SE COMPONE EL REGISTRO DE AVISO CON LA CLAVE DEL DISPOSITIVO,  *00004410
      * EL IMPORTE ANULADO CON SIGNO SEPARADO Y LA FECHA CONTABLE, SE  *00004420
      * ENTREGA A LOS TITULARES CON CANAL ELECTRONICO Y SE ESCRIBE EN  *00004423
      * LA INTERFASE DE PAPEL SI ALGUNO LO RECIBE EN PAPEL.            *00004426
      ******************************************************************00004430
       2200-ESCRIBIR-AVISO.                                             00004440
                                                                        00004450
                                                                        00004620
           MOVE WF-FECCONSO                   TO RS-FECHA-CONTABLE      00004630
                                                                        00004640
           PERFORM 2250-RESOLVER-CANALES                                00004641
              THRU 2250-RESOLVER-CANALES-EXIT                           00004642
                                                                        00004643
           IF  NO-AVISO-PAPEL                                           00004644
               GO TO 2200-ESCRIBIR-AVISO-EXIT                           00004645
           END-IF                                                       00004646
                                                                        00004647
           WRITE REG-KJBCNTS1                                           00004650
                                                                        00004660
           IF  FS-KJBCNTS1 NOT = CA-FS-OK                               00004670
                                                                        00004810
           .                                                            00004820
       2200-ESCRIBIR-AVISO-EXIT.                                        00004830
           EXIT.                                                        00004831
                                                                        00004832
      ******************************************************************00004833
      ***                   2250-RESOLVER-CANALES                   *** 00004834
      ***                   ---------------------                   *** 00004835
      * SE RECORREN LOS TITULARES DE LA POSICION PARA ENTREGAR EL      *00004836
      * AVISO POR EL CANAL DE CADA UNO. SIN TITULAR REGISTRADO EL      *00004837
      * AVISO VA EN PAPEL.                                             *00004838
      ******************************************************************00004839
       2250-RESOLVER-CANALES.                                           00004840
                                                                        00004841
           SET NO-AVISO-PAPEL                 TO TRUE                   00004842
                                                                        00004843
           MOVE ZEROES                        TO WK-NUM-TITULARES       00004844
                                                                        00004845
           EXEC SQL                                                     00004846
                OPEN C-TITULARES                                        00004847
           END-EXEC                                                     00004848
                                                                        00004849
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004850
                                                                        00004851
           IF  NOT DB2-OK                                               00004852
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004853
               MOVE CA-ERR-TITULARES          TO WK-DESCRIPCION         00004854
               MOVE CA-PRF-2250               TO WK-PARRAFO             00004855
               MOVE CA-KJBCCNT                TO WK-RUTINA              00004856
               MOVE CA-POS-DISP-CONTR         TO WK-TABLA-DB2           00004857
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004858
                                                                        00004859
               PERFORM 9000-CANCELACION                                 00004860
                  THRU 9000-CANCELACION-EXIT                            00004861
                                                                        00004862
           END-IF                                                       00004863
                                                                        00004864
           SET NO-FIN-TITULARES               TO TRUE                   00004865
                                                                        00004866
           PERFORM 2260-TRATAR-TITULAR                                  00004867
              THRU 2260-TRATAR-TITULAR-EXIT                             00004868
             UNTIL SI-FIN-TITULARES                                     00004869
                                                                        00004870
           EXEC SQL                                                     00004871
                CLOSE C-TITULARES                                       00004872
           END-EXEC                                                     00004873
                                                                        00004874
           IF  WK-NUM-TITULARES = ZEROES                                00004875
               SET SI-AVISO-PAPEL             TO TRUE                   00004876
           END-IF                                                       00004877
                                                                        00004878
           .                                                            00004879
       2250-RESOLVER-CANALES-EXIT.                                      00004880
           EXIT.                                                        00004881
                                                                        00004882
      ******************************************************************00004883
      ***                   2260-TRATAR-TITULAR                     *** 00004884
      ***                   -------------------                     *** 00004885
      * SE LEE UN TITULAR Y SE CONSULTA CON KJBCCCP SU CANAL PARA LOS  *00004886
      * AVISOS DE REVERSA. CON ENTREGA ELECTRONICA SE ESCRIBE SU AVISO *00004887
      * EN KJBCNTS2; CON PAPEL SE MARCA EL AVISO DE LA POSICION.       *00004888
      ******************************************************************00004889
       2260-TRATAR-TITULAR.                                             00004890
                                                                        00004891
           EXEC SQL                                                     00004892
                FETCH C-TITULARES                                       00004893
                 INTO :WT-CENTALTA, :WT-CUENTNU                         00004894
           END-EXEC                                                     00004895
                                                                        00004896
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004897
                                                                        00004898
           EVALUATE  TRUE                                               00004899
               WHEN  DB2-OK                                             00004900
                     ADD CN-1                 TO WK-NUM-TITULARES       00004901
                                                                        00004902
               WHEN  DB2-CLV-NOT-FOUND                                  00004903
                     SET SI-FIN-TITULARES     TO TRUE                   00004904
                     GO TO 2260-TRATAR-TITULAR-EXIT                     00004905
                                                                        00004906
               WHEN  OTHER                                              00004907
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00004908
                     MOVE CA-ERR-TITULARES    TO WK-DESCRIPCION         00004909
                     MOVE CA-PRF-2260         TO WK-PARRAFO             00004910
                     MOVE CA-KJBCCNT          TO WK-RUTINA              00004911
                     MOVE CA-POS-DISP-CONTR   TO WK-TABLA-DB2           00004912
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00004913
                                                                        00004914
                     PERFORM 9000-CANCELACION                           00004915
                        THRU 9000-CANCELACION-EXIT                      00004916
                                                                        00004917
           END-EVALUATE                                                 00004918
                                                                        00004919
           INITIALIZE KJYCCCP                                           00004920
                                                                        00004921
           MOVE WT-CENTALTA                   TO KJYCCCP-CENTALTA       00004922
           MOVE WT-CUENTNU                    TO KJYCCCP-CUENTNU        00004923
           MOVE CA-TIPCORR-REVERSA            TO KJYCCCP-TIPCORR        00004924
           MOVE WK-FECHA-PROCESO              TO KJYCCCP-FECHA-ENVIO    00004925
                                                                        00004926
           CALL CA-KJBCCCP               USING KJYCCCP                  00004927
                                                                        00004928
           IF  KJYCCCP-RETORNO NOT = CA-00                              00004929
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00004930
               MOVE CA-ERR-RUTINA             TO WK-DESCRIPCION         00004931
               MOVE CA-PRF-2260               TO WK-PARRAFO             00004932
               MOVE KJYCCCP-DESCRIPCION       TO WK-DATOS-REGISTRO      00004933
                                                                        00004934
               PERFORM 9000-CANCELACION                                 00004935
                  THRU 9000-CANCELACION-EXIT                            00004936
                                                                        00004937
           END-IF                                                       00004938
                                                                        00004939
           MOVE KJYCCCP-CANAL                 TO SW-CANAL-ENVIO         00004940
                                                                        00004941
           IF  ENVIO-RENUNCIADO                                         00004942
               ADD CN-1                       TO CT-RENUNCIAS           00004943
           END-IF                                                       00004944
                                                                        00004945
           IF  ENVIO-PAPEL                                              00004946
               SET SI-AVISO-PAPEL             TO TRUE                   00004947
           END-IF                                                       00004948
                                                                        00004949
           IF  ENVIO-ELECTRONICO                                        00004950
               MOVE SPACES                    TO REG-KJBCNTS2           00004951
               MOVE REG-KJBCNTS1              TO RV-AVISO               00004952
               MOVE KJYCCCP-CENTALTA          TO RV-CENTALTA            00004953
               MOVE KJYCCCP-CUENTNU           TO RV-CUENTNU             00004954
               MOVE KJYCCCP-CANAL             TO RV-CANAL               00004955
               MOVE KJYCCCP-DIRELEC           TO RV-DIRELEC             00004956
                                                                        00004957
               WRITE REG-KJBCNTS2                                       00004958
                                                                        00004959
               IF  FS-KJBCNTS2 NOT = CA-FS-OK                           00004960
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00004961
                   MOVE CA-ERR-ESCRIB-KJBCNTS2                          00004962
                                              TO WK-DESCRIPCION         00004963
                   MOVE CA-PRF-2260           TO WK-PARRAFO             00004964
                   MOVE CA-KJBCNTS2           TO WK-DDNAME              00004965
                   MOVE FS-KJBCNTS2           TO WK-FILE-STATUS         00004966
                   MOVE REG-KJBCNTS2          TO WK-DATOS-REGISTRO      00004967
                                                                        00004968
                   PERFORM 9000-CANCELACION                             00004969
                      THRU 9000-CANCELACION-EXIT                        00004970
                                                                        00004971
               END-IF                                                   00004972
                                                                        00004973
               ADD CN-1                       TO CT-AVISOS-ELECTRONICOS 00004974
           END-IF                                                       00004975
                                                                        00004976
           .                                                            00004977
       2260-TRATAR-TITULAR-EXIT.                                        00004978
           EXIT.                                                        00004979
                                                                        00004980
      ******************************************************************00004981
      ***                   3000-FIN                                *** 00004982
      ***                   --------                                *** 00004983
      * SE CIERRAN CURSOR Y FICHERO Y SE MUESTRAN LAS ESTADISTICAS.    *00004984
      ******************************************************************00004985
       3000-FIN.                                                        00004986
                                                                        00004987
           PERFORM 3100-CERRAR-FICHEROS                                 00004988
              THRU 3100-CERRAR-FICHEROS-EXIT                            00004989
                                                                        00004990
           PERFORM 3200-ESTADISTICAS                                    00004991
              THRU 3200-ESTADISTICAS-EXIT                               00004992
                                                                        00004993
           STOP RUN                                                     00004994
                                                                        00005000
           .                                                            00005010
       3000-FIN-EXIT.                                                   00005020
      ******************************************************************00005050
      ***                   3100-CERRAR-FICHEROS                    *** 00005060
      ***                   ---------------------                   *** 00005070
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00005080
      ******************************************************************00005090
       3100-CERRAR-FICHEROS.                                            00005100
                                                                        00005110
           END-EXEC                                                     00005140
                                                                        00005150
           CLOSE KJBCNTS1                                               00005160
                 KJBCNTS2                                               00005161
                                                                        00005170
           IF  FS-KJBCNTS1 NOT = CA-FS-OK                               00005180
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005190
               MOVE CA-PRF-3100              TO WK-PARRAFO              00005210
               MOVE CA-KJBCNTS1              TO WK-DDNAME               00005220
               MOVE FS-KJBCNTS1              TO WK-FILE-STATUS          00005230
                                                                        00005231
               PERFORM 9000-CANCELACION                                 00005232
                  THRU 9000-CANCELACION-EXIT                            00005233
                                                                        00005234
           END-IF                                                       00005235
                                                                        00005236
           IF  FS-KJBCNTS2 NOT = CA-FS-OK                               00005237
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005238
               MOVE CA-ERR-CERRAR-KJBCNTS2   TO WK-DESCRIPCION          00005239
               MOVE CA-PRF-3100              TO WK-PARRAFO              00005240
               MOVE CA-KJBCNTS2              TO WK-DDNAME               00005241
               MOVE FS-KJBCNTS2              TO WK-FILE-STATUS          00005242
                                                                        00005243
               PERFORM 9000-CANCELACION                                 00005250
                  THRU 9000-CANCELACION-EXIT                            00005260
                                                                        00005270
                                                                        00005400
           MOVE CT-AVISOS                     TO WK-AVISOS-ED           00005410
           MOVE CT-SIN-FOTO                   TO WK-SIN-FOTO-ED         00005420
           MOVE CT-AVISOS-ELECTRONICOS        TO WK-AVISOS-ELECTR-ED    00005421
           MOVE CT-RENUNCIAS                  TO WK-RENUNCIAS-ED        00005422
                                                                        00005430
           DISPLAY WK-CAB-1                                             00005440
           DISPLAY WK-CAB-2                                             00005450
           DISPLAY WK-CAB-1                                             00005460
           DISPLAY WK-CAB-3                                             00005470
           DISPLAY WK-CAB-4                                             00005480
           DISPLAY WK-CAB-5                                             00005481
           DISPLAY WK-CAB-6                                             00005482
           DISPLAY WK-CAB-1                                             00005490
                                                                        00005500
           .                                                            00005510
                 INTO :WF-IDEMPRD , :WF-IDCENTD,                        00005640
                      :WF-IDPRODD , :WF-CODSPROD,                       00005650
                      :WF-CTOSALDO, :WF-CODMONSW,                       00005660
                      :WF-FECCONSO, :WF-IMPAPERT,                       00005661
                      :WF-INDFOTO                                       00005670
           END-EXEC                                                     00005680
                                                                        00005690
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005700
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00005810
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00005820
                     MOVE CA-KJBCCNT          TO WK-RUTINA              00005830
                     MOVE CA-POS-DELTA-DIA    TO WK-TABLA-DB2           00005840
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00005850
                                                                        00005860
                     PERFORM 9000-CANCELACION                           00005870
