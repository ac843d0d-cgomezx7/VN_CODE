      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBAPFV.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX (COMUN).                                      *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONTROL PLANIFICADO DE LA PREVISION DE FIN DE LA *00000110
      *               CADENA NOCTURNA. OBTIENE CON LA RUTINA XXBAPFC   *00000120
      *               LA PREVISION DE CADA PASO (DEPENDENCIAS DE       *00000130
      *               BATCH_CADENA, REALES DE BATCH_RUN_CONTROL,       *00000140
      *               LATIDOS DE BATCH_LATIDO Y DURACIONES DE          *00000150
      *               BATCH_RUN_HIST) Y LISTA LOS PASOS CON SU FIN     *00000160
      *               REAL O PREVISTO, EL CAMINO CRITICO Y SU          *00000170
      *               CONTRASTE CON LA HORA TOPE DE BATCH_PLAN_VENTANA.*00000180
      *               SE PLANIFICA A HORAS FIJAS DURANTE LA NOCHE. SI  *00000190
      *               ALGUN PASO NO TERMINADO SE PREVE QUE TERMINE     *00000200
      *               DESPUES DE SU HORA TOPE TERMINA CON CONDITION    *00000210
      *               CODE 4.                                          *00000220
      *-                                                              -*00000230
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000240
      *        WK-NUM-DIAS-AN: DIAS DE HISTORIA PARA LAS DURACIONES    *00000250
      *                        MEDIAS (EN BLANCO, 30 DIAS).            *00000260
      *-                                                              -*00000270
      *  FICHEROS DE SALIDA:                                           *00000280
      *        XXBAPFS1 : LISTADO DE PREVISION DE FIN DE LA CADENA.    *00000290
      *-                                                              -*00000300
      *  TABLAS (A TRAVES DE XXBAPFC, LECTURA):                        *00000310
      *     BATCH_CADENA, BATCH_CADENA_DEP, BATCH_RUN_CONTROL,         *00000320
      *     BATCH_LATIDO, BATCH_RUN_HIST, BATCH_PLAN_VENTANA.          *00000330
      *-                                                              -*00000340
      *  RUTINAS Y MODULOS:                                            *00000350
      *        XXBAPFC : RUTINA DE PREVISION DE FIN DE LA CADENA.      *00000360
      *-                                                              -*00000370
      ******************************************************************00000380
      *                  M O D I F I C A C I O N E S                   *00000390
      *                  ---------------------------                   *00000400
      *                                                                *00000410
      * USUARIO  FECHA        DESCRIPCION                              *00000420
      * -------- ----------   ---------------------------------------- *00000430
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000440
      *                                                                *00000450
      ******************************************************************00000460
                                                                        00000470
      ******************************************************************00000480
      * IDENTIFICATION DIVISION                                        *00000490
      ******************************************************************00000500
       IDENTIFICATION DIVISION.                                         00000510
       PROGRAM-ID.    XXBAPFV.                                          00000520
       AUTHOR.        VIEWNEXT.                                         00000530
       DATE-WRITTEN.  15-10-2026.                                       00000540
       DATE-COMPILED.                                                   00000550
                                                                        00000560
      ******************************************************************00000570
      * ENVIRONMENT DIVISION                                           *00000580
      ******************************************************************00000590
       ENVIRONMENT DIVISION.                                            00000600
                                                                        00000610
      *----------------------------------------------------------------*00000620
      * CONFIGURATION SECTION                                          *00000630
      *----------------------------------------------------------------*00000640
       CONFIGURATION SECTION.                                           00000650
                                                                        00000660
       SOURCE-COMPUTER. IBM-3090.                                       00000670
       OBJECT-COMPUTER. IBM-3090.                                       00000680
       SPECIAL-NAMES.                                                   00000690
           DECIMAL-POINT IS COMMA.                                      00000700
                                                                        00000710
      *----------------------------------------------------------------*00000720
      * INPUT OUTPUT SECTION                                           *00000730
      *----------------------------------------------------------------*00000740
       INPUT-OUTPUT SECTION.                                            00000750
       FILE-CONTROL.                                                    00000760
                                                                        00000770
      * -- LISTADO DE PREVISION DE FIN DE LA CADENA.                    00000780
           SELECT XXBAPFS1 ASSIGN XXBAPFS1                              00000790
                  ACCESS MODE IS SEQUENTIAL                             00000800
                  FILE STATUS IS FS-XXBAPFS1.                           00000810
                                                                        00000820
      ******************************************************************00000830
      * DATA DIVISION                                                  *00000840
      ******************************************************************00000850
       DATA DIVISION.                                                   00000860
                                                                        00000870
      *----------------------------------------------------------------*00000880
      * FILE SECTION                                                   *00000890
      *----------------------------------------------------------------*00000900
       FILE SECTION.                                                    00000910
                                                                        00000920
       FD  XXBAPFS1                                                     00000930
           BLOCK CONTAINS 0 RECORDS                                     00000940
           RECORDING MODE IS F                                          00000950
           LABEL RECORD ARE STANDARD                                    00000960
           RECORD CONTAINS 132 CHARACTERS                               00000970
           DATA RECORD IS REG-XXBAPFS1.                                 00000980
       01  REG-XXBAPFS1                    PIC X(132).                  00000990
                                                                        00001000
      *----------------------------------------------------------------*00001010
      * WORKING-STORAGE SECTION                                        *00001020
      *----------------------------------------------------------------*00001030
       WORKING-STORAGE SECTION.                                         00001040
                                                                        00001050
      ******************************************************************00001060
      *                        S W I T C H E S                         *00001070
      ******************************************************************00001080
       01  SW-SWITCHES.                                                 00001090
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001100
               88  DB2-OK                              VALUE 0.         00001110
                                                                        00001120
      ******************************************************************00001130
      *                      C O N S T A N T E S                       *00001140
      ******************************************************************00001150
       01  CT-CONSTANTES.                                               00001160
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001170
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001180
               10  CA-RET-OK               PIC X(02)   VALUE '00'.      00001190
               10  CA-RET-DB2              PIC X(02)   VALUE '99'.      00001200
               10  CA-XXBAPFV              PIC X(08)   VALUE 'XXBAPFV'. 00001210
               10  CA-XXBAPFC              PIC X(08)   VALUE 'XXBAPFC'. 00001220
               10  CA-RESP                 PIC X(14)   VALUE            00001230
                                   'MEDIOS DE PAGO'.                    00001240
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001250
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001260
               10  CA-XXBAPFS1             PIC X(08)   VALUE 'XXBAPFS1'.00001270
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001280
               10  CA-PASO-TERMINADO       PIC X(01)   VALUE 'F'.       00001290
               10  CA-PASO-EN-CURSO        PIC X(01)   VALUE 'E'.       00001300
               10  CA-SIT-TERMINADO        PIC X(13)   VALUE            00001310
                                   'TERMINADO'.                         00001320
               10  CA-SIT-EN-CURSO         PIC X(13)   VALUE            00001330
                                   'EN EJECUCION'.                      00001340
               10  CA-SIT-PENDIENTE        PIC X(13)   VALUE            00001350
                                   'PENDIENTE'.                         00001360
               10  CA-RES-FUERA-VENTANA    PIC X(16)   VALUE            00001370
                                   'FUERA DE VENTANA'.                  00001380
               10  CA-RES-EN-PLAZO         PIC X(16)   VALUE            00001390
                                   'EN PLAZO'.                          00001400
               10  CA-RES-SIN-VENTANA      PIC X(16)   VALUE            00001410
                                   'SIN VENTANA'.                       00001420
               10  CA-RES-SIN-LATIDO       PIC X(16)   VALUE            00001430
                                   'LATIDO DETENIDO'.                   00001440
               10  CA-RES-SIN-HISTORIA     PIC X(16)   VALUE            00001450
                                   'SIN HISTORIA'.                      00001460
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001470
                                   'ERROR AL ABRIR UN FICHERO'.         00001480
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001490
                                   'ERROR AL CERRAR UN FICHERO'.        00001500
               10  CA-ERR-ESCRIBIR         PIC X(27)   VALUE            00001510
                                   'ERROR AL ESCRIBIR LISTADO'.         00001520
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001530
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001540
               10  CA-PRF-1000             PIC X(11)   VALUE            00001550
                                   '1000-INICIO'.                       00001560
               10  CA-PRF-1100             PIC X(19)   VALUE            00001570
                                   '1100-ABRIR-FICHEROS'.               00001580
               10  CA-PRF-1200             PIC X(22)   VALUE            00001590
                                   '1200-OBTENER-PREVISION'.            00001600
               10  CA-PRF-3100             PIC X(20)   VALUE            00001610
                                   '3100-CERRAR-FICHEROS'.              00001620
               10  CA-PRF-9400             PIC X(19)   VALUE            00001630
                                   '9400-ESCRIBIR-LINEA'.               00001640
                                                                        00001650
           05  CN-CONSTANTES-NUMERICAS.                                 00001660
               10  CN-1                    PIC 9(01)   VALUE 1.         00001670
               10  CN-RC-INCIDENCIAS       PIC 9(01)   VALUE 4.         00001680
                                                                        00001690
      ******************************************************************00001700
      *                    C O N T A D O R E S                         *00001710
      ******************************************************************00001720
       01  CT-CONTADORES.                                               00001730
           05  CT-PASOS                    PIC 9(9)    VALUE ZEROES.    00001740
           05  CT-TERMINADOS               PIC 9(9)    VALUE ZEROES.    00001750
           05  CT-EN-CURSO                 PIC 9(9)    VALUE ZEROES.    00001760
           05  CT-PENDIENTES               PIC 9(9)    VALUE ZEROES.    00001770
           05  CT-CRITICOS                 PIC 9(9)    VALUE ZEROES.    00001780
           05  CT-INCIDENCIAS              PIC 9(9)    VALUE ZEROES.    00001790
                                                                        00001800
      ******************************************************************00001810
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001820
      ******************************************************************00001830
       01  WK-ESTADISTICA.                                              00001840
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001850
           05  WK-CAB-2                    PIC X(55)   VALUE            00001860
                   '* ESTADISTICAS DE XXBAPFV                   *'.     00001870
           05  WK-CAB-3.                                                00001880
               10  FILLER                  PIC X(45)   VALUE            00001890
                   '* PASOS ACTIVOS DE LA CADENA:               '.      00001900
               10  WK-PASOS-ED             PIC ZZZZZZZZ9.               00001910
               10  FILLER                  PIC X(01)   VALUE '*'.       00001920
           05  WK-CAB-4.                                                00001930
               10  FILLER                  PIC X(45)   VALUE            00001940
                   '* PASOS TERMINADOS:                         '.      00001950
               10  WK-TERMINADOS-ED        PIC ZZZZZZZZ9.               00001960
               10  FILLER                  PIC X(01)   VALUE '*'.       00001970
           05  WK-CAB-5.                                                00001980
               10  FILLER                  PIC X(45)   VALUE            00001990
                   '* PASOS EN EJECUCION:                       '.      00002000
               10  WK-EN-CURSO-ED          PIC ZZZZZZZZ9.               00002010
               10  FILLER                  PIC X(01)   VALUE '*'.       00002020
           05  WK-CAB-6.                                                00002030
               10  FILLER                  PIC X(45)   VALUE            00002040
                   '* PASOS PENDIENTES:                         '.      00002050
               10  WK-PENDIENTES-ED        PIC ZZZZZZZZ9.               00002060
               10  FILLER                  PIC X(01)   VALUE '*'.       00002070
           05  WK-CAB-7.                                                00002080
               10  FILLER                  PIC X(45)   VALUE            00002090
                   '* PASOS EN EL CAMINO CRITICO:               '.      00002100
               10  WK-CRITICOS-ED          PIC ZZZZZZZZ9.               00002110
               10  FILLER                  PIC X(01)   VALUE '*'.       00002120
           05  WK-CAB-8.                                                00002130
               10  FILLER                  PIC X(45)   VALUE            00002140
                   '* PASOS PREVISTOS FUERA DE VENTANA:         '.      00002150
               10  WK-INCIDENCIAS-ED       PIC ZZZZZZZZ9.               00002160
               10  FILLER                  PIC X(01)   VALUE '*'.       00002170
                                                                        00002180
      ******************************************************************00002190
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002200
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002210
      ******************************************************************00002220
       01  WK-CANCELACION-BATCH.                                        00002230
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002240
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002250
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002260
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBAPFV'. 00002270
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002280
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002290
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002300
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002310
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002320
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002330
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002340
                                                                        00002350
      ******************************************************************00002360
      *                      F I L E  S T A T U S                      *00002370
      ******************************************************************00002380
       01  FS-FILE-STATUS.                                              00002390
           05  FS-XXBAPFS1                 PIC X(02).                   00002400
                                                                        00002410
      ******************************************************************00002420
      *                 L I N E A S  D E  I N F O R M E                *00002430
      ******************************************************************00002440
       01  WK-LINEA-CABECERA-1.                                         00002450
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002460
           05  FILLER                      PIC X(44)   VALUE            00002470
                   'PREVISION DE FIN DE LA CADENA - CALCULO     '.      00002480
           05  WD-CAB-CALCULO              PIC X(19).                   00002490
           05  FILLER                      PIC X(49)   VALUE SPACES.    00002500
                                                                        00002510
       01  WK-LINEA-CABECERA-2.                                         00002520
           05  FILLER                      PIC X(05)   VALUE 'ORD.'.    00002530
           05  FILLER                      PIC X(10)   VALUE 'PROGRAMA'.00002540
           05  FILLER                      PIC X(15)   VALUE            00002550
                                   'SITUACION'.                         00002560
           05  FILLER                      PIC X(21)   VALUE            00002570
                                   'INICIO'.                            00002580
           05  FILLER                      PIC X(21)   VALUE            00002590
                                   'FIN REAL/PREVISTO'.                 00002600
           05  FILLER                      PIC X(09)   VALUE 'MEDIA(S)'.00002610
           05  FILLER                      PIC X(05)   VALUE '%AV.'.    00002620
           05  FILLER                      PIC X(03)   VALUE 'CR'.      00002630
           05  FILLER                      PIC X(10)   VALUE            00002640
                                   'HORA TOPE'.                         00002650
           05  FILLER                      PIC X(16)   VALUE            00002660
                                   'RESULTADO'.                         00002670
           05  FILLER                      PIC X(17)   VALUE SPACES.    00002680
                                                                        00002690
       01  WK-LINEA-PASO.                                               00002700
           05  WD-ORDEN                    PIC ZZ9.                     00002710
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002720
           05  WD-PROGRAMA                 PIC X(08).                   00002730
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002740
           05  WD-SITUACION                PIC X(13).                   00002750
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002760
           05  WD-INICIO                   PIC X(19).                   00002770
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002780
           05  WD-FIN                      PIC X(19).                   00002790
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002800
           05  WD-DURMEDIA                 PIC ZZZZZZ9.                 00002810
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002820
           05  WD-AVANCE                   PIC ZZ9.                     00002830
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002840
           05  WD-CRITICO                  PIC X(01).                   00002850
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002860
           05  WD-HORATOPE                 PIC X(08).                   00002870
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002880
           05  WD-RESULTADO                PIC X(16).                   00002890
           05  FILLER                      PIC X(17)   VALUE SPACES.    00002900
                                                                        00002910
       01  WK-LINEA-RESUMEN.                                            00002920
           05  FILLER                      PIC X(30)   VALUE            00002930
                                   'INICIO DE LA CADENA:'.              00002940
           05  WD-RES-INICIO               PIC X(19).                   00002950
           05  FILLER                      PIC X(05)   VALUE SPACES.    00002960
           05  FILLER                      PIC X(30)   VALUE            00002970
                                   'FIN PREVISTO DE LA CADENA:'.        00002980
           05  WD-RES-FIN                  PIC X(19).                   00002990
           05  FILLER                      PIC X(29)   VALUE SPACES.    00003000
                                                                        00003010
      ******************************************************************00003020
      *                      V A R I A B L E S                         *00003030
      ******************************************************************00003040
       01  WK-VARIABLES.                                                00003050
           05  WK-PARAMETROS-SYSIN.                                     00003060
               10  WK-NUM-DIAS-AN          PIC X(03).                   00003070
               10  WK-NUM-DIAS-AN-N        REDEFINES WK-NUM-DIAS-AN     00003080
                                           PIC 9(03).                   00003090
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00003100
           05  WK-LINEA-SALIDA             PIC X(132)  VALUE SPACES.    00003110
                                                                        00003120
      * -- COPY DE COMUNICACION CON DB2.                                00003130
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003140
                                                                        00003150
      * -- COPY DE COMUNICACION CON LA RUTINA DE PREVISION XXBAPFC.     00003160
           COPY XXYAPFC.                                                00003170
                                                                        00003180
      ******************************************************************00003190
      *                       PROCEDURE DIVISION                       *00003200
      ******************************************************************00003210
       PROCEDURE DIVISION.                                              00003220
                                                                        00003230
           PERFORM 1000-INICIO                                          00003240
              THRU 1000-INICIO-EXIT                                     00003250
                                                                        00003260
           PERFORM 2000-PROCESO                                         00003270
              THRU 2000-PROCESO-EXIT                                    00003280
             VARYING WK-IDX FROM 1 BY 1                                 00003290
               UNTIL WK-IDX > XXYAPFC-NUM-PASOS-S                       00003300
                                                                        00003310
           PERFORM 3000-FIN                                             00003320
              THRU 3000-FIN-EXIT                                        00003330
                                                                        00003340
           .                                                            00003350
                                                                        00003360
      ******************************************************************00003370
      ***                   1000-INICIO                              ***00003380
      ***                   -----------                              ***00003390
      * SE INICIALIZAN LAS VARIABLES, SE LEE EL SYSIN, SE OBTIENE LA   *00003400
      * PREVISION DE LA CADENA, SE ABRE EL LISTADO Y SE ESCRIBEN LAS   *00003410
      * CABECERAS.                                                     *00003420
      ******************************************************************00003430
       1000-INICIO.                                                     00003440
                                                                        00003450
           INITIALIZE WK-VARIABLES                                      00003460
                      CT-CONTADORES                                     00003470
                                                                        00003480
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003490
                                                                        00003500
           IF  WK-NUM-DIAS-AN = SPACES OR LOW-VALUES                    00003510
               MOVE ZEROES                   TO WK-NUM-DIAS-AN-N        00003520
           END-IF                                                       00003530
                                                                        00003540
           IF  WK-NUM-DIAS-AN-N NOT NUMERIC                             00003550
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003560
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00003570
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003580
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00003590
                                                                        00003600
               PERFORM 9000-CANCELACION                                 00003610
                  THRU 9000-CANCELACION-EXIT                            00003620
                                                                        00003630
           END-IF                                                       00003640
                                                                        00003650
           PERFORM 1100-ABRIR-FICHEROS                                  00003660
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003670
                                                                        00003680
           PERFORM 1200-OBTENER-PREVISION                               00003690
              THRU 1200-OBTENER-PREVISION-EXIT                          00003700
                                                                        00003710
           MOVE XXYAPFC-FECCALCULO-S (1:19)  TO WD-CAB-CALCULO          00003720
                                                                        00003730
           MOVE WK-LINEA-CABECERA-1          TO WK-LINEA-SALIDA         00003740
           PERFORM 9400-ESCRIBIR-LINEA                                  00003750
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00003760
                                                                        00003770
           MOVE SPACES                       TO WK-LINEA-SALIDA         00003780
           PERFORM 9400-ESCRIBIR-LINEA                                  00003790
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00003800
                                                                        00003810
           MOVE WK-LINEA-CABECERA-2          TO WK-LINEA-SALIDA         00003820
           PERFORM 9400-ESCRIBIR-LINEA                                  00003830
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00003840
                                                                        00003850
           .                                                            00003860
       1000-INICIO-EXIT.                                                00003870
           EXIT.                                                        00003880
                                                                        00003890
      ******************************************************************00003900
      ***                   1100-ABRIR-FICHEROS                      ***00003910
      ***                   -------------------                      ***00003920
      * SE REALIZA LA APERTURA DEL LISTADO.                            *00003930
      ******************************************************************00003940
       1100-ABRIR-FICHEROS.                                             00003950
                                                                        00003960
           OPEN OUTPUT XXBAPFS1                                         00003970
                                                                        00003980
           IF  FS-XXBAPFS1 NOT = CA-FS-OK                               00003990
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004000
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004010
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004020
               MOVE CA-XXBAPFS1              TO WK-DDNAME               00004030
               MOVE FS-XXBAPFS1              TO WK-FILE-STATUS          00004040
                                                                        00004050
               PERFORM 9000-CANCELACION                                 00004060
                  THRU 9000-CANCELACION-EXIT                            00004070
                                                                        00004080
           END-IF                                                       00004090
                                                                        00004100
           .                                                            00004110
       1100-ABRIR-FICHEROS-EXIT.                                        00004120
           EXIT.                                                        00004130
                                                                        00004140
      ******************************************************************00004150
      ***                   1200-OBTENER-PREVISION                   ***00004160
      ***                   ----------------------                   ***00004170
      * SE LLAMA A LA RUTINA DE PREVISION. UN ERROR DE LA RUTINA       *00004180
      * CANCELA EL PROCESO (DE DB2 SI LA RUTINA DEVUELVE '99').        *00004190
      ******************************************************************00004200
       1200-OBTENER-PREVISION.                                          00004210
                                                                        00004220
           INITIALIZE XXYAPFC                                           00004230
                                                                        00004240
           MOVE WK-NUM-DIAS-AN-N             TO XXYAPFC-DIAS-HIST-E     00004250
                                                                        00004260
           CALL CA-XXBAPFC               USING XXYAPFC                  00004270
                                                                        00004280
           IF  XXYAPFC-RETORNO NOT = CA-RET-OK                          00004290
               IF  XXYAPFC-RETORNO = CA-RET-DB2                         00004300
                   MOVE CA-ERROR-D           TO WK-TIPO-ERROR           00004310
                   MOVE XXYAPFC-SQLCODE      TO SW-DB2-RETURN-CODE      00004320
                   MOVE XXYAPFC-SQLCA        TO SQLCA                   00004330
                   MOVE XXYAPFC-TABLA        TO WK-TABLA-DB2            00004340
                   MOVE XXYAPFC-ACCESO       TO WK-DATOS-ACCESO         00004350
               ELSE                                                     00004360
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00004370
                   MOVE XXYAPFC-DATOS        TO WK-DATOS-REGISTRO       00004380
               END-IF                                                   00004390
               MOVE XXYAPFC-DESCRIPCION      TO WK-DESCRIPCION          00004400
               MOVE CA-PRF-1200              TO WK-PARRAFO              00004410
               MOVE CA-XXBAPFC               TO WK-RUTINA               00004420
                                                                        00004430
               PERFORM 9000-CANCELACION                                 00004440
                  THRU 9000-CANCELACION-EXIT                            00004450
                                                                        00004460
           END-IF                                                       00004470
                                                                        00004480
           .                                                            00004490
       1200-OBTENER-PREVISION-EXIT.                                     00004500
           EXIT.                                                        00004510
                                                                        00004520
      ******************************************************************00004530
      ***                   2000-PROCESO                             ***00004540
      ***                   ------------                             ***00004550
      * SE ESCRIBE LA LINEA DEL PASO WK-IDX CON SU SITUACION, SU FIN   *00004560
      * REAL O PREVISTO Y EL RESULTADO DEL CONTRASTE CON LA VENTANA.   *00004570
      ******************************************************************00004580
       2000-PROCESO.                                                    00004590
                                                                        00004600
           ADD CN-1                           TO CT-PASOS               00004610
                                                                        00004620
           MOVE XXYAPFC-ORDEN-S (WK-IDX)      TO WD-ORDEN               00004630
           MOVE XXYAPFC-PROGRAMA-S (WK-IDX)   TO WD-PROGRAMA            00004640
           MOVE XXYAPFC-FECINICIO-S (WK-IDX) (1:19)                     00004650
                                              TO WD-INICIO              00004660
           MOVE XXYAPFC-FECFIN-S (WK-IDX) (1:19)                        00004670
                                              TO WD-FIN                 00004680
           MOVE XXYAPFC-DURMEDIA-S (WK-IDX)   TO WD-DURMEDIA            00004690
           MOVE XXYAPFC-AVANCE-S (WK-IDX)     TO WD-AVANCE              00004700
           MOVE XXYAPFC-HORATOPE-S (WK-IDX)   TO WD-HORATOPE            00004710
           MOVE SPACES                        TO WD-CRITICO             00004720
                                                                        00004730
           EVALUATE  XXYAPFC-ESTADO-S (WK-IDX)                          00004740
               WHEN  CA-PASO-TERMINADO                                  00004750
                     MOVE CA-SIT-TERMINADO    TO WD-SITUACION           00004760
                     ADD CN-1                 TO CT-TERMINADOS          00004770
               WHEN  CA-PASO-EN-CURSO                                   00004780
                     MOVE CA-SIT-EN-CURSO     TO WD-SITUACION           00004790
                     ADD CN-1                 TO CT-EN-CURSO            00004800
               WHEN  OTHER                                              00004810
                     MOVE CA-SIT-PENDIENTE    TO WD-SITUACION           00004820
                     ADD CN-1                 TO CT-PENDIENTES          00004830
           END-EVALUATE                                                 00004840
                                                                        00004850
           IF  XXYAPFC-INDCRITICO-S (WK-IDX) = CA-SI                    00004860
               MOVE CA-SI                     TO WD-CRITICO             00004870
               ADD CN-1                       TO CT-CRITICOS            00004880
           END-IF                                                       00004890
                                                                        00004900
           EVALUATE  TRUE                                               00004910
               WHEN  XXYAPFC-INDFUERA-S (WK-IDX) = CA-SI                00004920
                     MOVE CA-RES-FUERA-VENTANA                          00004930
                                              TO WD-RESULTADO           00004940
                     ADD CN-1                 TO CT-INCIDENCIAS         00004950
               WHEN  XXYAPFC-INDSINLATIDO-S (WK-IDX) = CA-SI            00004960
                     MOVE CA-RES-SIN-LATIDO   TO WD-RESULTADO           00004970
               WHEN  XXYAPFC-INDSINHIST-S (WK-IDX) = CA-SI              00004980
                AND  XXYAPFC-ESTADO-S (WK-IDX) NOT = CA-PASO-TERMINADO  00004990
                     MOVE CA-RES-SIN-HISTORIA TO WD-RESULTADO           00005000
               WHEN  XXYAPFC-ESTADO-S (WK-IDX) = CA-PASO-TERMINADO      00005010
                     MOVE SPACES              TO WD-RESULTADO           00005020
               WHEN  XXYAPFC-HORATOPE-S (WK-IDX) = SPACES               00005030
                     MOVE CA-RES-SIN-VENTANA  TO WD-RESULTADO           00005040
               WHEN  OTHER                                              00005050
                     MOVE CA-RES-EN-PLAZO     TO WD-RESULTADO           00005060
           END-EVALUATE                                                 00005070
                                                                        00005080
           MOVE WK-LINEA-PASO                 TO WK-LINEA-SALIDA        00005090
           PERFORM 9400-ESCRIBIR-LINEA                                  00005100
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00005110
                                                                        00005120
           .                                                            00005130
       2000-PROCESO-EXIT.                                               00005140
           EXIT.                                                        00005150
                                                                        00005160
      ******************************************************************00005170
      ***                   3000-FIN                                 ***00005180
      ***                   --------                                 ***00005190
      * SE ESCRIBE EL RESUMEN CON EL FIN PREVISTO DE LA CADENA, SE     *00005200
      * CIERRA EL LISTADO, SE MUESTRAN LAS ESTADISTICAS Y, SI ALGUN    *00005210
      * PASO SE PREVE FUERA DE VENTANA, SE TERMINA CON CONDITION       *00005220
      * CODE 4.                                                        *00005230
      ******************************************************************00005240
       3000-FIN.                                                        00005250
                                                                        00005260
           MOVE SPACES                       TO WK-LINEA-SALIDA         00005270
           PERFORM 9400-ESCRIBIR-LINEA                                  00005280
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00005290
                                                                        00005300
           MOVE XXYAPFC-INICADENA-S (1:19)   TO WD-RES-INICIO           00005310
           MOVE XXYAPFC-FINCADENA-S (1:19)   TO WD-RES-FIN              00005320
                                                                        00005330
           MOVE WK-LINEA-RESUMEN             TO WK-LINEA-SALIDA         00005340
           PERFORM 9400-ESCRIBIR-LINEA                                  00005350
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00005360
                                                                        00005370
           PERFORM 3100-CERRAR-FICHEROS                                 00005380
              THRU 3100-CERRAR-FICHEROS-EXIT                            00005390
                                                                        00005400
           PERFORM 3200-ESTADISTICAS                                    00005410
              THRU 3200-ESTADISTICAS-EXIT                               00005420
                                                                        00005430
           IF  CT-INCIDENCIAS > ZEROES                                  00005440
               MOVE CN-RC-INCIDENCIAS         TO RETURN-CODE            00005450
           END-IF                                                       00005460
                                                                        00005470
           STOP RUN                                                     00005480
                                                                        00005490
           .                                                            00005500
       3000-FIN-EXIT.                                                   00005510
           EXIT.                                                        00005520
                                                                        00005530
      ******************************************************************00005540
      ***                   3100-CERRAR-FICHEROS                     ***00005550
      ***                   ---------------------                    ***00005560
      * SE CIERRA EL LISTADO.                                          *00005570
      ******************************************************************00005580
       3100-CERRAR-FICHEROS.                                            00005590
                                                                        00005600
           CLOSE XXBAPFS1                                               00005610
                                                                        00005620
           IF  FS-XXBAPFS1 NOT = CA-FS-OK                               00005630
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005640
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00005650
               MOVE CA-PRF-3100              TO WK-PARRAFO              00005660
               MOVE CA-XXBAPFS1              TO WK-DDNAME               00005670
               MOVE FS-XXBAPFS1              TO WK-FILE-STATUS          00005680
                                                                        00005690
               PERFORM 9000-CANCELACION                                 00005700
                  THRU 9000-CANCELACION-EXIT                            00005710
                                                                        00005720
           END-IF                                                       00005730
                                                                        00005740
           .                                                            00005750
       3100-CERRAR-FICHEROS-EXIT.                                       00005760
           EXIT.                                                        00005770
                                                                        00005780
      ******************************************************************00005790
      ***                   3200-ESTADISTICAS                        ***00005800
      ***                   -----------------                        ***00005810
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00005820
      ******************************************************************00005830
       3200-ESTADISTICAS.                                               00005840
                                                                        00005850
           MOVE CT-PASOS                      TO WK-PASOS-ED            00005860
           MOVE CT-TERMINADOS                 TO WK-TERMINADOS-ED       00005870
           MOVE CT-EN-CURSO                   TO WK-EN-CURSO-ED         00005880
           MOVE CT-PENDIENTES                 TO WK-PENDIENTES-ED       00005890
           MOVE CT-CRITICOS                   TO WK-CRITICOS-ED         00005900
           MOVE CT-INCIDENCIAS                TO WK-INCIDENCIAS-ED      00005910
                                                                        00005920
           DISPLAY WK-CAB-1                                             00005930
           DISPLAY WK-CAB-2                                             00005940
           DISPLAY WK-CAB-1                                             00005950
           DISPLAY WK-CAB-3                                             00005960
           DISPLAY WK-CAB-4                                             00005970
           DISPLAY WK-CAB-5                                             00005980
           DISPLAY WK-CAB-6                                             00005990
           DISPLAY WK-CAB-7                                             00006000
           DISPLAY WK-CAB-8                                             00006010
           DISPLAY WK-CAB-1                                             00006020
                                                                        00006030
           .                                                            00006040
       3200-ESTADISTICAS-EXIT.                                          00006050
           EXIT.                                                        00006060
                                                                        00006070
      ******************************************************************00006080
      ***                   9400-ESCRIBIR-LINEA                      ***00006090
      ***                   -------------------                      ***00006100
      * SE ESCRIBE EN EL LISTADO LA LINEA PREPARADA EN                 *00006110
      * WK-LINEA-SALIDA.                                               *00006120
      ******************************************************************00006130
       9400-ESCRIBIR-LINEA.                                             00006140
                                                                        00006150
           WRITE REG-XXBAPFS1 FROM WK-LINEA-SALIDA                      00006160
                                                                        00006170
           IF  FS-XXBAPFS1 NOT = CA-FS-OK                               00006180
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006190
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006200
               MOVE CA-PRF-9400              TO WK-PARRAFO              00006210
               MOVE CA-XXBAPFS1              TO WK-DDNAME               00006220
               MOVE FS-XXBAPFS1              TO WK-FILE-STATUS          00006230
               MOVE WK-LINEA-SALIDA          TO WK-DATOS-REGISTRO       00006240
                                                                        00006250
               PERFORM 9000-CANCELACION                                 00006260
                  THRU 9000-CANCELACION-EXIT                            00006270
                                                                        00006280
           END-IF                                                       00006290
                                                                        00006300
           .                                                            00006310
       9400-ESCRIBIR-LINEA-EXIT.                                        00006320
           EXIT.                                                        00006330
                                                                        00006340
      ******************************************************************00006350
      ***                   9000-CANCELACION                         ***00006360
      ***                   ----------------                         ***00006370
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00006380
      ******************************************************************00006390
       9000-CANCELACION.                                                00006400
                                                                        00006410
           MOVE CA-RESP                       TO WK-RESPONSABLE         00006420
                                                                        00006430
           EVALUATE  TRUE                                               00006440
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00006450
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00006460
                         TIPO_ERROR('WK-TIPO-ERROR')                    00006470
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00006480
                         RESPONSABLE('WK-RESPONSABLE')                  00006490
                         DESCRIPCION('WK-DESCRIPCION')                  00006500
                         PROGRAMA('WK-PROGRAMA')                        00006510
                         PARRAFO('WK-PARRAFO')                          00006520
                         SQLCA('SQLCA')                                 00006530
                         TABLA_DB2('WK-TABLA-DB2')                      00006540
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00006550
                     END-FUN                                            00006560
                                                                        00006570
               WHEN  OTHER                                              00006580
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00006590
                         TIPO_ERROR('WK-TIPO-ERROR')                    00006600
                         RESPONSABLE('WK-RESPONSABLE')                  00006610
                         DESCRIPCION('WK-DESCRIPCION')                  00006620
                         PROGRAMA('WK-PROGRAMA')                        00006630
                         PARRAFO('WK-PARRAFO')                          00006640
                         DDNAME('WK-DDNAME')                            00006650
                         FILE_STATUS('WK-FILE-STATUS')                  00006660
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00006670
                     END-FUN                                            00006680
                                                                        00006690
           END-EVALUATE                                                 00006700
                                                                        00006710
           .                                                            00006720
       9000-CANCELACION-EXIT.                                           00006730
           EXIT.                                                        00006740
