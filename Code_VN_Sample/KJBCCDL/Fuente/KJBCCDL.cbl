      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCDL.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CALCULO UNICO DE LA VARIACION DIARIA DE SALDO.   *00000110
      *               SE EJECUTA TRAS KJBCCRL Y, PARA LA FECHA         *00000120
      *               CONTABLE DE SYSIN, GRABA EN POS_DELTA_DIA UNA    *00000130
      *               FILA POR POSICION CONSOLIDADA EN ESA FECHA CON   *00000140
      *               EL SALDO DE APERTURA (ULTIMA FOTO DE             *00000150
      *               POS_DISP_PMAS_HIST ANTERIOR A LA FECHA, CERO SI  *00000160
      *               NO HAY FOTO), EL SALDO DE CIERRE (POS_DISP_PMAS) *00000170
      *               Y LA VARIACION. LOS PROCESOS NOCTURNOS KJBCCVG,  *00000180
      *               KJBCCTN, KJBCCNT Y KJBCCAS LEEN ESTA TABLA EN    *00000190
      *               LUGAR DE RECALCULAR CADA UNO LA VARIACION.       *00000200
      *                                                                *00000210
      *               EL ESTADO DE CADA FECHA SE ANOTA EN              *00000220
      *               POS_DELTA_CTL: 'E' EN CURSO, 'F' FINALIZADA. UNA *00000230
      *               FECHA QUE QUEDO EN CURSO (PROCESO CANCELADO) SE  *00000240
      *               RECALCULA ENTERA AL RELANZAR; UNA FECHA YA       *00000250
      *               FINALIZADA SE RECHAZA SALVO MODO RELANZAMIENTO   *00000260
      *               ('R') EN SYSIN.                                  *00000270
      *-                                                              -*00000280
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000290
      *        WK-FECHA-CONTABLE : FECHA CONTABLE (AAAA-MM-DD).        *00000300
      *        WK-MODO-EJECUCION : 'R' = RELANZAMIENTO DE UNA FECHA    *00000310
      *                            YA FINALIZADA. BLANCO = NORMAL.     *00000320
      *-                                                              -*00000330
      *  TABLAS:                                                       *00000340
      *     POS_DISP_PMAS      : POSICIONES CONSOLIDADAS (LECTURA).    *00000350
      *     POS_DISP_PMAS_HIST : FOTOS HISTORICAS (LECTURA).           *00000360
      *     POS_DELTA_DIA      : VARIACION DIARIA DE SALDO (ALTA).     *00000370
      *     POS_DELTA_CTL      : CONTROL DE FECHAS CALCULADAS (ACTUAL.)*00000380
      *-                                                              -*00000390
      *  RUTINAS Y MODULOS:                                            *00000400
      *        XXBARUN : RUTINA DE CONTROL DE EJECUCIONES BATCH.       *00000410
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000420
      *                  CANCELACION DEL PROGRAMA CON ERROR.           *00000430
      *-                                                              -*00000440
      ******************************************************************00000450
      *                  M O D I F I C A C I O N E S                   *00000460
      *                  ---------------------------                   *00000470
      *                                                                *00000480
      * USUARIO  FECHA        DESCRIPCION                              *00000490
      * -------- ----------   ---------------------------------------- *00000500
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000510
      * VIEWNEXT 15-10-2026    LA CONSULTA A XXBARUN DEL PREREQUISITO  *00000512
      *                        SE INFORMA EN XXYARUN-PREREQUI-E Y NO   *00000514
      *                        EN XXYARUN-PROGRAMA-E.                  *00000516
      *                                                                *00000520
      ******************************************************************00000530
                                                                        00000540
      ******************************************************************00000550
      * IDENTIFICATION DIVISION                                        *00000560
      ******************************************************************00000570
       IDENTIFICATION DIVISION.                                         00000580
       PROGRAM-ID.    KJBCCDL.                                          00000590
       AUTHOR.        VIEWNEXT.                                         00000600
       DATE-WRITTEN.  15-10-2026.                                       00000610
       DATE-COMPILED.                                                   00000620
                                                                        00000630
      ******************************************************************00000640
      * ENVIRONMENT DIVISION                                           *00000650
      ******************************************************************00000660
       ENVIRONMENT DIVISION.                                            00000670
                                                                        00000680
      *----------------------------------------------------------------*00000690
      * CONFIGURATION SECTION                                          *00000700
      *----------------------------------------------------------------*00000710
       CONFIGURATION SECTION.                                           00000720
                                                                        00000730
       SOURCE-COMPUTER. IBM-3090.                                       00000740
       OBJECT-COMPUTER. IBM-3090.                                       00000750
       SPECIAL-NAMES.                                                   00000760
           DECIMAL-POINT IS COMMA.                                      00000770
                                                                        00000780
      ******************************************************************00000790
      * DATA DIVISION                                                  *00000800
      ******************************************************************00000810
       DATA DIVISION.                                                   00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
      * WORKING-STORAGE SECTION                                        *00000850
      *----------------------------------------------------------------*00000860
       WORKING-STORAGE SECTION.                                         00000870
                                                                        00000880
      ******************************************************************00000890
      *                        S W I T C H E S                         *00000900
      ******************************************************************00000910
       01  SW-SWITCHES.                                                 00000920
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00000930
               88  DB2-OK                              VALUE 0.         00000940
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000950
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00000960
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00000970
                                                                        00000980
      ******************************************************************00000990
      *                      C O N S T A N T E S                       *00001000
      ******************************************************************00001010
       01  CT-CONSTANTES.                                               00001020
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001030
               10  CA-KJBCCDL              PIC X(08)   VALUE 'KJBCCDL'. 00001040
               10  CA-RESP                 PIC X(14)   VALUE            00001050
                                   'MEDIOS DE PAGO'.                    00001060
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001070
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001080
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001090
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001100
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001110
               10  CA-DELETE               PIC X(06)   VALUE 'DELETE'.  00001120
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00001130
               10  CA-POS-DELTA-DIA        PIC X(13)   VALUE            00001140
                                   'POS_DELTA_DIA'.                     00001150
               10  CA-POS-DELTA-CTL        PIC X(13)   VALUE            00001160
                                   'POS_DELTA_CTL'.                     00001170
      * -- ESTADOS DE LA FECHA EN POS_DELTA_CTL.                        00001180
               10  CA-CTL-EN-CURSO         PIC X(01)   VALUE 'E'.       00001190
               10  CA-CTL-FINALIZADA       PIC X(01)   VALUE 'F'.       00001200
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001210
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001220
               10  CA-ERR-YA-CALCULADA     PIC X(55)   VALUE            00001230
           'VARIACION DE LA FECHA YA CALCULADA. RELANZAR CON MODO R'.   00001240
               10  CA-ERR-PREREQUISITO     PIC X(41)   VALUE            00001250
                         'LA CONSOLIDACION KJBCCRL NO HA FINALIZADO'.   00001260
               10  CA-ERR-CONTROL          PIC X(40)   VALUE            00001270
                         'ERROR AL ACCEDER AL CONTROL DE FECHAS   '.    00001280
               10  CA-ERR-DEPURAR          PIC X(40)   VALUE            00001290
                         'ERROR AL DEPURAR LA VARIACION PREVIA    '.    00001300
               10  CA-ERR-CALCULAR         PIC X(40)   VALUE            00001310
                         'ERROR AL CALCULAR LA VARIACION DEL DIA  '.    00001320
               10  CA-ERR-COMMIT           PIC X(30)   VALUE            00001330
                         'ERROR AL REALIZAR EL COMMIT   '.              00001340
               10  CA-PRF-1000             PIC X(11)   VALUE            00001350
                                   '1000-INICIO'.                       00001360
               10  CA-PRF-1300             PIC X(20)   VALUE            00001370
                                   '1300-CONTROL-FECHA'.                00001380
               10  CA-PRF-2050             PIC X(20)   VALUE            00001390
                                   '2050-DEPURAR-FECHA'.                00001400
               10  CA-PRF-2100             PIC X(22)   VALUE            00001410
                                   '2100-CALCULAR-DELTAS'.              00001420
               10  CA-PRF-2900             PIC X(20)   VALUE            00001430
                                   '2900-CERRAR-FECHA'.                 00001440
               10  CA-PRF-9100             PIC X(20)   VALUE            00001450
                                   '9100-CONFIRMAR'.                    00001460
                                                                        00001470
           05  CN-CONSTANTES-NUMERICAS.                                 00001480
               10  CN-1                    PIC 9(01)   VALUE 1.         00001490
                                                                        00001500
      ******************************************************************00001510
      *                    C O N T A D O R E S                         *00001520
      ******************************************************************00001530
       01  CT-CONTADORES.                                               00001540
           05  CT-DELTAS                   PIC 9(9)    VALUE ZEROES.    00001550
           05  CT-DEPURADAS                PIC 9(9)    VALUE ZEROES.    00001560
                                                                        00001570
      ******************************************************************00001580
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001590
      ******************************************************************00001600
       01  WK-ESTADISTICA.                                              00001610
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001620
           05  WK-CAB-2                    PIC X(55)   VALUE            00001630
                   '* ESTADISTICAS DE KJBCCDL                   *'.     00001640
           05  WK-CAB-3.                                                00001650
               10  FILLER                  PIC X(45)   VALUE            00001660
                   '* FECHA CONTABLE CALCULADA:                '.       00001670
               10  WK-FECHA-ED             PIC X(10).                   00001680
           05  WK-CAB-4.                                                00001690
               10  FILLER                  PIC X(45)   VALUE            00001700
                   '* POSICIONES CON VARIACION GRABADAS:       '.       00001710
               10  WK-DELTAS-ED            PIC ZZZZZZZZ9.               00001720
               10  FILLER                  PIC X(01)   VALUE '*'.       00001730
           05  WK-CAB-5.                                                00001740
               10  FILLER                  PIC X(45)   VALUE            00001750
                   '* FILAS PREVIAS DE LA FECHA DEPURADAS:     '.       00001760
               10  WK-DEPURADAS-ED         PIC ZZZZZZZZ9.               00001770
               10  FILLER                  PIC X(01)   VALUE '*'.       00001780
           05  WK-CAB-6.                                                00001790
               10  FILLER                  PIC X(45)   VALUE            00001800
                   '* TIPO DE EJECUCION:                       '.       00001810
               10  WK-TIPO-EJECUCION       PIC X(10).                   00001820
           05  CA-EJEC-NORMAL              PIC X(10)   VALUE 'NORMAL'.  00001830
           05  CA-EJEC-REANUDACION         PIC X(10)   VALUE            00001840
                                   'REANUDADA'.                         00001850
           05  CA-EJEC-RELANZAMIENTO       PIC X(10)   VALUE            00001860
                                   'RELANZADA'.                         00001870
                                                                        00001880
      ******************************************************************00001890
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00001900
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00001910
      ******************************************************************00001920
       01  WK-CANCELACION-BATCH.                                        00001930
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00001940
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00001950
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00001960
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCDL'. 00001970
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00001980
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00001990
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002000
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002010
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002020
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002030
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002040
                                                                        00002050
      ******************************************************************00002060
      *                      V A R I A B L E S                         *00002070
      ******************************************************************00002080
       01  WK-VARIABLES.                                                00002090
           05  WK-PARAMETROS-SYSIN.                                     00002100
               10  WK-FECHA-CONTABLE       PIC X(10).                   00002110
               10  WK-MODO-EJECUCION       PIC X(01).                   00002120
                   88  SI-RELANZAMIENTO                VALUE 'R'.       00002130
                   88  MODO-NORMAL                     VALUE ' '.       00002140
           05  WK-ESTADO-FECHA             PIC X(01).                   00002150
               88  FECHA-SIN-CONTROL                   VALUE ' '.       00002160
               88  FECHA-EN-CURSO                      VALUE 'E'.       00002170
               88  FECHA-FINALIZADA                    VALUE 'F'.       00002180
                                                                        00002190
      * -- COPY DE COMUNICACION CON DB2.                                00002200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002210
                                                                        00002220
      * -- DCLGEN DE LA TABLA POS_DELTA_DIA.                            00002230
           EXEC SQL INCLUDE D7401300 END-EXEC.                          00002240
                                                                        00002250
      * -- DCLGEN DE LA TABLA POS_DELTA_CTL.                            00002260
           EXEC SQL INCLUDE D7401400 END-EXEC.                          00002270
                                                                        00002280
      ******************************************************************00002290
      *        C O N T R O L   D E   E J E C U C I O N E S             *00002300
      ******************************************************************00002310
       01  CT-CONTROL-EJECUCION.                                        00002320
           05  CA-XXBARUN              PIC X(08)   VALUE 'XXBARUN'.     00002330
           05  CA-RUN-INICIO           PIC X(01)   VALUE 'I'.           00002340
           05  CA-RUN-FIN              PIC X(01)   VALUE 'F'.           00002350
           05  CA-RUN-CONSULTA         PIC X(01)   VALUE 'C'.           00002360
           05  CA-RUN-FINALIZADO       PIC X(01)   VALUE 'F'.           00002370
           05  CA-RUN-RETORNO-OK       PIC X(02)   VALUE '00'.          00002380
           05  CA-RUN-RC-FIN           PIC X(04)   VALUE '0000'.        00002390
           05  CA-KJBCCRL              PIC X(08)   VALUE 'KJBCCRL'.     00002400
           05  CA-PRRF-RUN-1900        PIC X(21)   VALUE '1900-CONTROL-A00002410
      -                            'RRANQUE'.                           00002420
           05  CA-ERR-CONTROL-EJEC     PIC X(37)   VALUE 'ERROR EN LA RU00002430
      -                            'TINA DE CONTROL XXBARUN'.           00002440
                                                                        00002450
      * -- COPY DE COMUNICACION CON LA RUTINA DE CONTROL XXBARUN.       00002460
           COPY XXYARUN.                                                00002470
                                                                        00002480
      ******************************************************************00002490
      *                       PROCEDURE DIVISION                       *00002500
      ******************************************************************00002510
       PROCEDURE DIVISION.                                              00002520
                                                                        00002530
           PERFORM 1000-INICIO                                          00002540
              THRU 1000-INICIO-EXIT                                     00002550
                                                                        00002560
           PERFORM 2000-PROCESO                                         00002570
              THRU 2000-PROCESO-EXIT                                    00002580
                                                                        00002590
           PERFORM 3000-FIN                                             00002600
              THRU 3000-FIN-EXIT                                        00002610
                                                                        00002620
           .                                                            00002630
                                                                        00002640
      ******************************************************************00002650
      ***                   1000-INICIO                              ***00002660
      ***                   -----------                              ***00002670
      * SE INICIALIZAN LAS VARIABLES, SE VALIDA EL SYSIN, SE COMPRUEBA *00002680
      * QUE LA CONSOLIDACION KJBCCRL HA FINALIZADO, SE REGISTRA EL     *00002690
      * ARRANQUE Y SE CONTROLA EL ESTADO DE LA FECHA.                  *00002700
      ******************************************************************00002710
       1000-INICIO.                                                     00002720
                                                                        00002730
           INITIALIZE WK-VARIABLES                                      00002740
                      CT-CONTADORES                                     00002750
                                                                        00002760
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00002770
                                                                        00002780
           IF  WK-FECHA-CONTABLE = SPACES OR LOW-VALUES                 00002790
           OR (NOT SI-RELANZAMIENTO AND NOT MODO-NORMAL)                00002800
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00002810
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00002820
               MOVE CA-PRF-1000              TO WK-PARRAFO              00002830
                                                                        00002840
               PERFORM 9000-CANCELACION                                 00002850
                  THRU 9000-CANCELACION-EXIT                            00002860
                                                                        00002870
           END-IF                                                       00002880
                                                                        00002890
           PERFORM 1800-CONTROL-PREREQUISITO                            00002900
              THRU 1800-CONTROL-PREREQUISITO-EXIT                       00002910
                                                                        00002920
           PERFORM 1900-CONTROL-ARRANQUE                                00002930
              THRU 1900-CONTROL-ARRANQUE-EXIT                           00002940
                                                                        00002950
           PERFORM 1300-CONTROL-FECHA                                   00002960
              THRU 1300-CONTROL-FECHA-EXIT                              00002970
                                                                        00002980
           .                                                            00002990
       1000-INICIO-EXIT.                                                00003000
           EXIT.                                                        00003010
                                                                        00003020
      ******************************************************************00003030
      ***                   1300-CONTROL-FECHA                       ***00003040
      ***                   ------------------                       ***00003050
      * SE CONSULTA EL ESTADO DE LA FECHA EN POS_DELTA_CTL:            *00003060
      *  - SIN FILA: PRIMERA EJECUCION, SE ANOTA EN CURSO.             *00003070
      *  - EN CURSO: EJECUCION ANTERIOR CANCELADA, SE REANUDA.         *00003080
      *  - FINALIZADA: SE RECHAZA SALVO MODO RELANZAMIENTO.            *00003090
      * LA MARCA EN CURSO SE CONFIRMA ANTES DEL CALCULO.               *00003100
      ******************************************************************00003110
       1300-CONTROL-FECHA.                                              00003120
                                                                        00003130
           INITIALIZE DCLPOS-DELTA-CTL                                  00003140
                                                                        00003150
           EXEC SQL                                                     00003160
                SELECT G6567_ESTADO                                     00003170
                  INTO :G6567-ESTADO                                    00003180
                  FROM POS_DELTA_CTL                                    00003190
                 WHERE G6567_FECCONSO = DATE(:WK-FECHA-CONTABLE)        00003200
           END-EXEC                                                     00003210
                                                                        00003220
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003230
                                                                        00003240
           EVALUATE  TRUE                                               00003250
               WHEN  DB2-OK                                             00003260
                     MOVE G6567-ESTADO       TO WK-ESTADO-FECHA         00003270
               WHEN  DB2-CLV-NOT-FOUND                                  00003280
                     SET FECHA-SIN-CONTROL   TO TRUE                    00003290
               WHEN  OTHER                                              00003300
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00003310
                     PERFORM 1390-ERROR-CONTROL                         00003320
                        THRU 1390-ERROR-CONTROL-EXIT                    00003330
           END-EVALUATE                                                 00003340
                                                                        00003350
           IF  FECHA-FINALIZADA                                         00003360
           AND NOT SI-RELANZAMIENTO                                     00003370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003380
               MOVE CA-ERR-YA-CALCULADA      TO WK-DESCRIPCION          00003390
               MOVE CA-PRF-1300              TO WK-PARRAFO              00003400
                                                                        00003410
               PERFORM 9000-CANCELACION                                 00003420
                  THRU 9000-CANCELACION-EXIT                            00003430
                                                                        00003440
           END-IF                                                       00003450
                                                                        00003460
           EVALUATE  TRUE                                               00003470
               WHEN  FECHA-SIN-CONTROL                                  00003480
                     MOVE CA-EJEC-NORMAL     TO WK-TIPO-EJECUCION       00003490
                     PERFORM 1310-ALTA-CONTROL                          00003500
                        THRU 1310-ALTA-CONTROL-EXIT                     00003510
               WHEN  FECHA-EN-CURSO                                     00003520
                     MOVE CA-EJEC-REANUDACION                           00003530
                                             TO WK-TIPO-EJECUCION       00003540
                     PERFORM 1320-REABRIR-CONTROL                       00003550
                        THRU 1320-REABRIR-CONTROL-EXIT                  00003560
               WHEN  OTHER                                              00003570
                     MOVE CA-EJEC-RELANZAMIENTO                         00003580
                                             TO WK-TIPO-EJECUCION       00003590
                     PERFORM 1320-REABRIR-CONTROL                       00003600
                        THRU 1320-REABRIR-CONTROL-EXIT                  00003610
           END-EVALUATE                                                 00003620
                                                                        00003630
           PERFORM 9100-CONFIRMAR                                       00003640
              THRU 9100-CONFIRMAR-EXIT                                  00003650
                                                                        00003660
           .                                                            00003670
       1300-CONTROL-FECHA-EXIT.                                         00003680
           EXIT.                                                        00003690
                                                                        00003700
      ******************************************************************00003710
      ***                   1310-ALTA-CONTROL                        ***00003720
      ***                   -----------------                        ***00003730
      * SE DA DE ALTA LA FECHA EN POS_DELTA_CTL EN ESTADO EN CURSO.    *00003740
      ******************************************************************00003750
       1310-ALTA-CONTROL.                                               00003760
                                                                        00003770
           EXEC SQL                                                     00003780
                INSERT INTO POS_DELTA_CTL                               00003790
                      (G6567_FECCONSO , G6567_ESTADO ,                  00003800
                       G6567_NUMPOS   , G6567_FECINICIO,                00003810
                       G6567_FECFIN   , G6567_USUAUDIT)                 00003820
                VALUES (DATE(:WK-FECHA-CONTABLE), :CA-CTL-EN-CURSO,     00003830
                        0, CURRENT TIMESTAMP,                           00003840
                        CURRENT TIMESTAMP, :WK-PROGRAMA)                00003850
           END-EXEC                                                     00003860
                                                                        00003870
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003880
                                                                        00003890
           IF  NOT DB2-OK                                               00003900
               MOVE CA-INSERT                TO WK-DATOS-ACCESO         00003910
               PERFORM 1390-ERROR-CONTROL                               00003920
                  THRU 1390-ERROR-CONTROL-EXIT                          00003930
           END-IF                                                       00003940
                                                                        00003950
           .                                                            00003960
       1310-ALTA-CONTROL-EXIT.                                          00003970
           EXIT.                                                        00003980
                                                                        00003990
      ******************************************************************00004000
      ***                   1320-REABRIR-CONTROL                     ***00004010
      ***                   --------------------                     ***00004020
      * SE VUELVE A PONER LA FECHA EN CURSO PARA UNA REANUDACION O UN  *00004030
      * RELANZAMIENTO. SI EL CALCULO CANCELA, LA FECHA QUEDA EN CURSO  *00004040
      * Y LOS PROCESOS LECTORES NO LA DAN POR BUENA.                   *00004050
      ******************************************************************00004060
       1320-REABRIR-CONTROL.                                            00004070
                                                                        00004080
           EXEC SQL                                                     00004090
                UPDATE POS_DELTA_CTL                                    00004100
                   SET G6567_ESTADO    = :CA-CTL-EN-CURSO,              00004110
                       G6567_NUMPOS    = 0,                             00004120
                       G6567_FECINICIO = CURRENT TIMESTAMP,             00004130
                       G6567_USUAUDIT  = :WK-PROGRAMA                   00004140
                 WHERE G6567_FECCONSO  = DATE(:WK-FECHA-CONTABLE)       00004150
           END-EXEC                                                     00004160
                                                                        00004170
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004180
                                                                        00004190
           IF  NOT DB2-OK                                               00004200
               MOVE CA-UPDATE                TO WK-DATOS-ACCESO         00004210
               PERFORM 1390-ERROR-CONTROL                               00004220
                  THRU 1390-ERROR-CONTROL-EXIT                          00004230
           END-IF                                                       00004240
                                                                        00004250
           .                                                            00004260
       1320-REABRIR-CONTROL-EXIT.                                       00004270
           EXIT.                                                        00004280
                                                                        00004290
      ******************************************************************00004300
      ***                   1390-ERROR-CONTROL                       ***00004310
      ***                   ------------------                       ***00004320
      * CANCELACION POR ERROR DE DB2 EN LA TABLA DE CONTROL.           *00004330
      ******************************************************************00004340
       1390-ERROR-CONTROL.                                              00004350
                                                                        00004360
           MOVE CA-ERROR-D                   TO WK-TIPO-ERROR           00004370
           MOVE CA-ERR-CONTROL               TO WK-DESCRIPCION          00004380
           MOVE CA-PRF-1300                  TO WK-PARRAFO              00004390
           MOVE CA-KJBCCDL                   TO WK-RUTINA               00004400
           MOVE CA-POS-DELTA-CTL             TO WK-TABLA-DB2            00004410
                                                                        00004420
           PERFORM 9000-CANCELACION                                     00004430
              THRU 9000-CANCELACION-EXIT                                00004440
                                                                        00004450
           .                                                            00004460
       1390-ERROR-CONTROL-EXIT.                                         00004470
           EXIT.                                                        00004480
                                                                        00004490
      ******************************************************************00004500
      ***                   1800-CONTROL-PREREQUISITO                ***00004510
      ***                   -------------------------                ***00004520
      * SE COMPRUEBA EN LA TABLA DE CONTROL DE EJECUCIONES QUE LA      *00004530
      * CONSOLIDACION KJBCCRL HA FINALIZADO ANTES DE CALCULAR.         *00004540
      ******************************************************************00004550
       1800-CONTROL-PREREQUISITO.                                       00004560
                                                                        00004570
           INITIALIZE XXYARUN                                           00004580
                                                                        00004590
           MOVE CA-RUN-CONSULTA              TO XXYARUN-FUNCION-E       00004600
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00004601
           MOVE CA-KJBCCRL                   TO XXYARUN-PREREQUI-E      00004610
                                                                        00004620
           CALL CA-XXBARUN               USING XXYARUN                  00004630
                                                                        00004640
           PERFORM 1950-COMPROBAR-CONTROL                               00004650
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00004660
                                                                        00004670
           IF  XXYARUN-ESTADO-S NOT = CA-RUN-FINALIZADO                 00004680
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004690
               MOVE CA-ERR-PREREQUISITO      TO WK-DESCRIPCION          00004700
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00004710
                                                                        00004720
               PERFORM 9000-CANCELACION                                 00004730
                  THRU 9000-CANCELACION-EXIT                            00004740
                                                                        00004750
           END-IF                                                       00004760
                                                                        00004770
           .                                                            00004780
       1800-CONTROL-PREREQUISITO-EXIT.                                  00004790
           EXIT.                                                        00004800
                                                                        00004810
      ******************************************************************00004820
      ***                   1900-CONTROL-ARRANQUE                    ***00004830
      ***                   ---------------------                    ***00004840
      * SE REGISTRA EL INICIO DE ESTE PROCESO EN LA TABLA DE CONTROL   *00004850
      * DE EJECUCIONES.                                                *00004860
      ******************************************************************00004870
       1900-CONTROL-ARRANQUE.                                           00004880
                                                                        00004890
           INITIALIZE XXYARUN                                           00004900
                                                                        00004910
           MOVE CA-RUN-INICIO                TO XXYARUN-FUNCION-E       00004920
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00004930
                                                                        00004940
           CALL CA-XXBARUN               USING XXYARUN                  00004950
                                                                        00004960
           PERFORM 1950-COMPROBAR-CONTROL                               00004970
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00004980
                                                                        00004990
           .                                                            00005000
       1900-CONTROL-ARRANQUE-EXIT.                                      00005010
           EXIT.                                                        00005020
                                                                        00005030
      ******************************************************************00005040
      ***                   1950-COMPROBAR-CONTROL                   ***00005050
      ***                   ----------------------                   ***00005060
      * SE COMPRUEBA EL RETORNO DE LA RUTINA DE CONTROL XXBARUN.       *00005070
      ******************************************************************00005080
       1950-COMPROBAR-CONTROL.                                          00005090
                                                                        00005100
           IF  XXYARUN-RETORNO NOT = CA-RUN-RETORNO-OK                  00005110
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005120
               MOVE CA-ERR-CONTROL-EJEC      TO WK-DESCRIPCION          00005130
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00005140
                                                                        00005150
               PERFORM 9000-CANCELACION                                 00005160
                  THRU 9000-CANCELACION-EXIT                            00005170
                                                                        00005180
           END-IF                                                       00005190
                                                                        00005200
           .                                                            00005210
       1950-COMPROBAR-CONTROL-EXIT.                                     00005220
           EXIT.                                                        00005230
                                                                        00005240
      ******************************************************************00005250
      ***                   2000-PROCESO                             ***00005260
      ***                   ------------                             ***00005270
      * SE DEPURA LO QUE HUBIERA DE LA FECHA (REANUDACION O            *00005280
      * RELANZAMIENTO), SE CALCULA LA VARIACION DE TODAS SUS           *00005290
      * POSICIONES Y SE DA LA FECHA POR FINALIZADA, TODO EN LA MISMA   *00005300
      * UNIDAD DE TRABAJO.                                             *00005310
      ******************************************************************00005320
       2000-PROCESO.                                                    00005330
                                                                        00005340
           PERFORM 2050-DEPURAR-FECHA                                   00005350
              THRU 2050-DEPURAR-FECHA-EXIT                              00005360
                                                                        00005370
           PERFORM 2100-CALCULAR-DELTAS                                 00005380
              THRU 2100-CALCULAR-DELTAS-EXIT                            00005390
                                                                        00005400
           PERFORM 2900-CERRAR-FECHA                                    00005410
              THRU 2900-CERRAR-FECHA-EXIT                               00005420
                                                                        00005430
           PERFORM 9100-CONFIRMAR                                       00005440
              THRU 9100-CONFIRMAR-EXIT                                  00005450
                                                                        00005460
           .                                                            00005470
       2000-PROCESO-EXIT.                                               00005480
           EXIT.                                                        00005490
                                                                        00005500
      ******************************************************************00005510
      ***                   2050-DEPURAR-FECHA                       ***00005520
      ***                   ------------------                       ***00005530
      * SE BORRAN LAS FILAS PREVIAS DE LA FECHA PARA QUE EL CALCULO    *00005540
      * SEA RELANZABLE.                                                *00005550
      ******************************************************************00005560
       2050-DEPURAR-FECHA.                                              00005570
                                                                        00005580
           EXEC SQL                                                     00005590
                DELETE FROM POS_DELTA_DIA                               00005600
                 WHERE G6566_FECCONSO = DATE(:WK-FECHA-CONTABLE)        00005610
           END-EXEC                                                     00005620
                                                                        00005630
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005640
                                                                        00005650
           EVALUATE  TRUE                                               00005660
               WHEN  DB2-OK                                             00005670
                     MOVE SQLERRD (3)         TO CT-DEPURADAS           00005680
                                                                        00005690
               WHEN  DB2-CLV-NOT-FOUND                                  00005700
                     CONTINUE                                           00005710
                                                                        00005720
               WHEN  OTHER                                              00005730
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00005740
                     MOVE CA-ERR-DEPURAR      TO WK-DESCRIPCION         00005750
                     MOVE CA-PRF-2050         TO WK-PARRAFO             00005760
                     MOVE CA-KJBCCDL          TO WK-RUTINA              00005770
                     MOVE CA-POS-DELTA-DIA    TO WK-TABLA-DB2           00005780
                     MOVE CA-DELETE           TO WK-DATOS-ACCESO        00005790
                                                                        00005800
                     PERFORM 9000-CANCELACION                           00005810
                        THRU 9000-CANCELACION-EXIT                      00005820
                                                                        00005830
           END-EVALUATE                                                 00005840
                                                                        00005850
           .                                                            00005860
       2050-DEPURAR-FECHA-EXIT.                                         00005870
           EXIT.                                                        00005880
                                                                        00005890
      ******************************************************************00005900
      ***                   2100-CALCULAR-DELTAS                     ***00005910
      ***                   --------------------                     ***00005920
      * SE GRABA UNA FILA POR POSICION CONSOLIDADA EN LA FECHA: SALDO  *00005930
      * DE APERTURA = ULTIMA FOTO DE POS_DISP_PMAS_HIST CON FECHA      *00005940
      * CONTABLE ANTERIOR (LA MAS RECIENTE POR FECHA CONTABLE Y, A     *00005950
      * IGUALDAD, POR MOMENTO DE LA FOTO), CERO SI NO HAY FOTO (ALTA   *00005960
      * NUEVA, INDFOTO 'N'); SALDO DE CIERRE = SALDO VIGENTE DE        *00005970
      * POS_DISP_PMAS; VARIACION = CIERRE - APERTURA.                  *00005980
      ******************************************************************00005990
       2100-CALCULAR-DELTAS.                                            00006000
                                                                        00006010
           EXEC SQL                                                     00006020
                INSERT INTO POS_DELTA_DIA                               00006030
                      (G6566_FECCONSO , G6566_IDEMPRD ,                 00006040
                       G6566_IDCENTD  , G6566_IDPRODD ,                 00006050
                       G6566_CODSPROD , G6566_CTOSALDO,                 00006060
                       G6566_CODMONSW , G6566_IMPAPERT,                 00006070
                       G6566_IMPCIERR , G6566_IMPDELTA,                 00006080
                       G6566_INDFOTO  , G6566_USUAUDIT,                 00006090
                       G6566_CONTCUR)                                   00006100
                SELECT P.G6524_FECCONSO, P.G6524_IDEMPRD ,              00006110
                       P.G6524_IDCENTD , P.G6524_IDPRODD ,              00006120
                       P.G6524_CODSPROD, P.G6524_CTOSALDO,              00006130
                       P.G6524_CODMONSW,                                00006140
                       COALESCE(H.G6524H_IMPSLDC, 0),                   00006150
                       P.G6524_IMPSLDC ,                                00006160
                       P.G6524_IMPSLDC - COALESCE(H.G6524H_IMPSLDC, 0), 00006170
                       CASE WHEN H.G6524H_IDEMPRD IS NULL               00006180
                            THEN 'N' ELSE 'S' END,                      00006190
                       :WK-PROGRAMA, CURRENT TIMESTAMP                  00006200
                  FROM POS_DISP_PMAS P                                  00006210
                  LEFT OUTER JOIN POS_DISP_PMAS_HIST H                  00006220
                    ON H.G6524H_IDEMPRD  = P.G6524_IDEMPRD              00006230
                   AND H.G6524H_IDCENTD  = P.G6524_IDCENTD              00006240
                   AND H.G6524H_IDPRODD  = P.G6524_IDPRODD              00006250
                   AND H.G6524H_CODSPROD = P.G6524_CODSPROD             00006260
                   AND H.G6524H_CTOSALDO = P.G6524_CTOSALDO             00006270
                   AND H.G6524H_CODMONSW = P.G6524_CODMONSW             00006280
                   AND H.G6524H_FECCONSO < DATE(:WK-FECHA-CONTABLE)     00006290
                 WHERE P.G6524_FECCONSO  = DATE(:WK-FECHA-CONTABLE)     00006300
                   AND NOT EXISTS                                       00006310
                       (SELECT 1                                        00006320
                          FROM POS_DISP_PMAS_HIST H2                    00006330
                         WHERE H2.G6524H_IDEMPRD  = H.G6524H_IDEMPRD    00006340
                           AND H2.G6524H_IDCENTD  = H.G6524H_IDCENTD    00006350
                           AND H2.G6524H_IDPRODD  = H.G6524H_IDPRODD    00006360
                           AND H2.G6524H_CODSPROD = H.G6524H_CODSPROD   00006370
                           AND H2.G6524H_CTOSALDO = H.G6524H_CTOSALDO   00006380
                           AND H2.G6524H_CODMONSW = H.G6524H_CODMONSW   00006390
                           AND H2.G6524H_FECCONSO <                     00006400
                               DATE(:WK-FECHA-CONTABLE)                 00006410
                           AND (H2.G6524H_FECCONSO > H.G6524H_FECCONSO  00006420
                            OR (H2.G6524H_FECCONSO = H.G6524H_FECCONSO  00006430
                            AND H2.G6524H_FECHIST  > H.G6524H_FECHIST)))00006440
           END-EXEC                                                     00006450
                                                                        00006460
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006470
                                                                        00006480
           EVALUATE  TRUE                                               00006490
               WHEN  DB2-OK                                             00006500
                     MOVE SQLERRD (3)         TO CT-DELTAS              00006510
                                                                        00006520
               WHEN  DB2-CLV-NOT-FOUND                                  00006530
                     CONTINUE                                           00006540
                                                                        00006550
               WHEN  OTHER                                              00006560
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00006570
                     MOVE CA-ERR-CALCULAR     TO WK-DESCRIPCION         00006580
                     MOVE CA-PRF-2100         TO WK-PARRAFO             00006590
                     MOVE CA-KJBCCDL          TO WK-RUTINA              00006600
                     MOVE CA-POS-DELTA-DIA    TO WK-TABLA-DB2           00006610
                     MOVE CA-INSERT           TO WK-DATOS-ACCESO        00006620
                                                                        00006630
                     PERFORM 9000-CANCELACION                           00006640
                        THRU 9000-CANCELACION-EXIT                      00006650
                                                                        00006660
           END-EVALUATE                                                 00006670
                                                                        00006680
           .                                                            00006690
       2100-CALCULAR-DELTAS-EXIT.                                       00006700
           EXIT.                                                        00006710
                                                                        00006720
      ******************************************************************00006730
      ***                   2900-CERRAR-FECHA                        ***00006740
      ***                   -----------------                        ***00006750
      * SE DA LA FECHA POR FINALIZADA EN POS_DELTA_CTL CON EL NUMERO   *00006760
      * DE POSICIONES CALCULADAS.                                      *00006770
      ******************************************************************00006780
       2900-CERRAR-FECHA.                                               00006790
                                                                        00006800
           MOVE CT-DELTAS                    TO G6567-NUMPOS            00006810
                                                                        00006820
           EXEC SQL                                                     00006830
                UPDATE POS_DELTA_CTL                                    00006840
                   SET G6567_ESTADO   = :CA-CTL-FINALIZADA,             00006850
                       G6567_NUMPOS   = :G6567-NUMPOS,                  00006860
                       G6567_FECFIN   = CURRENT TIMESTAMP,              00006870
                       G6567_USUAUDIT = :WK-PROGRAMA                    00006880
                 WHERE G6567_FECCONSO = DATE(:WK-FECHA-CONTABLE)        00006890
           END-EXEC                                                     00006900
                                                                        00006910
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006920
                                                                        00006930
           IF  NOT DB2-OK                                               00006940
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00006950
               MOVE CA-ERR-CONTROL           TO WK-DESCRIPCION          00006960
               MOVE CA-PRF-2900              TO WK-PARRAFO              00006970
               MOVE CA-KJBCCDL               TO WK-RUTINA               00006980
               MOVE CA-POS-DELTA-CTL         TO WK-TABLA-DB2            00006990
               MOVE CA-UPDATE                TO WK-DATOS-ACCESO         00007000
                                                                        00007010
               PERFORM 9000-CANCELACION                                 00007020
                  THRU 9000-CANCELACION-EXIT                            00007030
                                                                        00007040
           END-IF                                                       00007050
                                                                        00007060
           .                                                            00007070
       2900-CERRAR-FECHA-EXIT.                                          00007080
           EXIT.                                                        00007090
                                                                        00007100
      ******************************************************************00007110
      ***                   3000-FIN                                 ***00007120
      ***                   --------                                 ***00007130
      *  SE REGISTRA EL FIN, SE MUESTRAN LAS ESTADISTICAS Y FINALIZA   *00007140
      *  EL PROCESO.                                                   *00007150
      ******************************************************************00007160
       3000-FIN.                                                        00007170
                                                                        00007180
           PERFORM 3900-REGISTRAR-FIN                                   00007190
              THRU 3900-REGISTRAR-FIN-EXIT                              00007200
                                                                        00007210
           PERFORM 3200-ESTADISTICAS                                    00007220
              THRU 3200-ESTADISTICAS-EXIT                               00007230
                                                                        00007240
           STOP RUN                                                     00007250
                                                                        00007260
           .                                                            00007270
       3000-FIN-EXIT.                                                   00007280
           EXIT.                                                        00007290
                                                                        00007300
      ******************************************************************00007310
      ***                   3200-ESTADISTICAS                        ***00007320
      ***                   -----------------                        ***00007330
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007340
      ******************************************************************00007350
       3200-ESTADISTICAS.                                               00007360
                                                                        00007370
           MOVE WK-FECHA-CONTABLE             TO WK-FECHA-ED            00007380
           MOVE CT-DELTAS                     TO WK-DELTAS-ED           00007390
           MOVE CT-DEPURADAS                  TO WK-DEPURADAS-ED        00007400
                                                                        00007410
           DISPLAY WK-CAB-1                                             00007420
           DISPLAY WK-CAB-2                                             00007430
           DISPLAY WK-CAB-1                                             00007440
           DISPLAY WK-CAB-3                                             00007450
           DISPLAY WK-CAB-6                                             00007460
           DISPLAY WK-CAB-4                                             00007470
           DISPLAY WK-CAB-5                                             00007480
           DISPLAY WK-CAB-1                                             00007490
                                                                        00007500
           .                                                            00007510
       3200-ESTADISTICAS-EXIT.                                          00007520
           EXIT.                                                        00007530
                                                                        00007540
      ******************************************************************00007550
      ***                   3900-REGISTRAR-FIN                       ***00007560
      ***                   ------------------                       ***00007570
      * SE REGISTRA EL FIN DEL PROCESO EN LA TABLA DE CONTROL DE       *00007580
      * EJECUCIONES.                                                   *00007590
      ******************************************************************00007600
       3900-REGISTRAR-FIN.                                              00007610
                                                                        00007620
           INITIALIZE XXYARUN                                           00007630
                                                                        00007640
           MOVE CA-RUN-FIN                   TO XXYARUN-FUNCION-E       00007650
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00007660
           MOVE CA-RUN-RC-FIN                TO XXYARUN-CODRETOR-E      00007670
                                                                        00007680
           CALL CA-XXBARUN               USING XXYARUN                  00007690
                                                                        00007700
           PERFORM 1950-COMPROBAR-CONTROL                               00007710
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00007720
                                                                        00007730
           .                                                            00007740
       3900-REGISTRAR-FIN-EXIT.                                         00007750
           EXIT.                                                        00007760
                                                                        00007770
      ******************************************************************00007780
      ***                   9000-CANCELACION                         ***00007790
      ***                   ----------------                         ***00007800
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007810
      ******************************************************************00007820
       9000-CANCELACION.                                                00007830
                                                                        00007840
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007850
                                                                        00007860
           EVALUATE  TRUE                                               00007870
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007880
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007890
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007900
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007910
                         RESPONSABLE('WK-RESPONSABLE')                  00007920
                         DESCRIPCION('WK-DESCRIPCION')                  00007930
                         PROGRAMA('WK-PROGRAMA')                        00007940
                         PARRAFO('WK-PARRAFO')                          00007950
                         SQLCA('SQLCA')                                 00007960
                         TABLA_DB2('WK-TABLA-DB2')                      00007970
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00007980
                     END-FUN                                            00007990
                                                                        00008000
               WHEN  OTHER                                              00008010
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008020
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008030
                         RESPONSABLE('WK-RESPONSABLE')                  00008040
                         DESCRIPCION('WK-DESCRIPCION')                  00008050
                         PROGRAMA('WK-PROGRAMA')                        00008060
                         PARRAFO('WK-PARRAFO')                          00008070
                         DDNAME('WK-DDNAME')                            00008080
                         FILE_STATUS('WK-FILE-STATUS')                  00008090
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008100
                     END-FUN                                            00008110
                                                                        00008120
           END-EVALUATE                                                 00008130
                                                                        00008140
           .                                                            00008150
       9000-CANCELACION-EXIT.                                           00008160
           EXIT.                                                        00008170
                                                                        00008180
      ******************************************************************00008190
      ***                   9100-CONFIRMAR                           ***00008200
      ***                   --------------                           ***00008210
      * SE CONFIRMA LA UNIDAD DE TRABAJO.                              *00008220
      ******************************************************************00008230
       9100-CONFIRMAR.                                                  00008240
                                                                        00008250
           EXEC SQL                                                     00008260
                COMMIT                                                  00008270
           END-EXEC                                                     00008280
                                                                        00008290
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008300
                                                                        00008310
           IF  NOT DB2-OK                                               00008320
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008330
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00008340
               MOVE CA-PRF-9100               TO WK-PARRAFO             00008350
               MOVE CA-KJBCCDL                TO WK-RUTINA              00008360
               MOVE CA-POS-DELTA-DIA          TO WK-TABLA-DB2           00008370
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00008380
                                                                        00008390
               PERFORM 9000-CANCELACION                                 00008400
                  THRU 9000-CANCELACION-EXIT                            00008410
                                                                        00008420
           END-IF                                                       00008430
                                                                        00008440
           .                                                            00008450
       9100-CONFIRMAR-EXIT.                                             00008460
           EXIT.                                                        00008470
                                                                        00008480
