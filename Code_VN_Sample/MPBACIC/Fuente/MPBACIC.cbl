      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : MPBACIC.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA MIXTA DE CICLO DE VIDA DE LOS FORMULARIOS *00000110
      *               DEL CIRCUITO DE INGRESOS CON PIN. MANTIENE EL    *00000120
      *               ESTADO ACTUAL DE CADA FORMULARIO (FORM_ESTADO)   *00000130
      *               Y SU RECORRIDO PASO A PASO (FORM_ESTADO_HIST)    *00000140
      *               POR NUMFORM:                                     *00000150
      *               - FUNCION 'A': ANOTA EL NUEVO ESTADO QUE INDICA  *00000160
      *                 EL PROGRAMA LLAMADOR (ALTA DEL FORMULARIO EN   *00000170
      *                 SU PRIMER PASO). SI YA ESTA EN ESE ESTADO NO SE*00000180
      *                 ANOTA NADA, PARA QUE LA REPETICION DE UN PASO  *00000190
      *                 NO DUPLIQUE EL RECORRIDO.                      *00000200
      *               - FUNCION 'C': DEVUELVE EL ESTADO ACTUAL Y EL    *00000210
      *                 RECORRIDO CRONOLOGICO DEL FORMULARIO. LA USAN  *00000220
      *                 LA CONSULTA BATCH MPCICIC Y LA CONSULTA ONLINE.*00000230
      *               LAS TABLAS NO GUARDAN DATOS PERSONALES DEL       *00000240
      *               FORMULARIO, SOLO ESTADOS, FECHAS, PROGRAMA Y     *00000250
      *               MOTIVO, POR LO QUE NO LES AFECTA LA SUPRESION.   *00000260
      *-                                                              -*00000270
      *  COPYS Y DCLGENS:                                              *00000280
      *    MPYACIC  : COPY DE COMUNICACION CON LA RUTINA.              *00000290
      *    D4467300 : DCLGEN DE LA TABLA FORM_ESTADO.                  *00000300
      *    D4467301 : DCLGEN DE LA TABLA HISTORICA FORM_ESTADO_HIST.   *00000310
      *    MPYCICE  : TABLA DE ESTADOS DEL CICLO DE VIDA.              *00000320
      *    XXYAENT  : COPY DE COMUNICACION DE LA RUTINA XXBAENT.       *00000321
      *-                                                              -*00000330
      *  CODIGOS DE RETORNO:                                           *00000340
      *    '00'     : CORRECTO.                                        *00000350
      *    '88'     : DATOS DE ENTRADA ERRONEOS, FORMULARIO NO         *00000360
      *               EXISTENTE EN LA CONSULTA U OPERADOR NO           *00000370
      *               AUTORIZADO (XX0040, SOLO EN LA VARIANTE ONLINE). *00000375
      *    '99'     : ERROR DB2.                                       *00000380
      *-                                                              -*00000390
      ******************************************************************00000400
      *                  M O D I F I C A C I O N E S                   *00000410
      ******************************************************************00000420
      *                                                                *00000430
      * USUARIO    FECHA             DESCRIPCION                       *00000440
      * -------- ---------- ------------------------------------------ *00000450
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA DE CICLO DE VIDA  *00000460
      *                        DE LOS FORMULARIOS.                     *00000470
      * VIEWNEXT 15-10-2026    CONTROL DE PERMISOS DEL OPERADOR EN LA  *00000471
      *                        MATRIZ CENTRAL DE ROLES (RUTINA         *00000472
      *                        XXBAENT) EN LA VARIANTE ONLINE: SI NO   *00000473
      *                        ESTA AUTORIZADO SE DEVUELVE RETORNO     *00000474
      *                        '88' Y MENSAJE XX0040. LA OPERACION ES  *00000475
      *                        'A' (ANOTACION) O 'C' (CONSULTA).       *00000476
      ******************************************************************00000480
                                                                        00000490
      ******************************************************************00000500
      * IDENTIFICATION DIVISION                                        *00000510
      ******************************************************************00000520
       IDENTIFICATION DIVISION.                                         00000530
       PROGRAM-ID.   MPBACIC.                                           00000540
       AUTHOR.       VIEWNEXT.                                          00000550
       DATE-WRITTEN. 15-10-2026.                                        00000560
       DATE-COMPILED.                                                   00000570
                                                                        00000580
      ******************************************************************00000590
      * ENVIRONMENT DIVISION                                           *00000600
      ******************************************************************00000610
       ENVIRONMENT DIVISION.                                            00000620
                                                                        00000630
       CONFIGURATION SECTION.                                           00000640
       SOURCE-COMPUTER. IBM-3090.                                       00000650
       OBJECT-COMPUTER. IBM-3090.                                       00000660
       SPECIAL-NAMES.                                                   00000670
           DECIMAL-POINT IS COMMA.                                      00000680
                                                                        00000690
      ******************************************************************00000700
      * DATA DIVISION                                                  *00000710
      ******************************************************************00000720
       DATA DIVISION.                                                   00000730
                                                                        00000740
       WORKING-STORAGE SECTION.                                         00000750
                                                                        00000760
      ******************************************************************00000770
      *                        S W I T C H E S                         *00000780
      ******************************************************************00000790
       01  SW-SWITCHES.                                                 00000800
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP              00000810
                                                       VALUE ZEROES.    00000820
               88  DB2-OK                              VALUE 0.         00000830
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000840
           05  SW-FORMULARIO               PIC X(01)   VALUE 'N'.       00000850
               88  SI-EXISTE-FORMULARIO                VALUE 'S'.       00000860
               88  NO-EXISTE-FORMULARIO                VALUE 'N'.       00000870
           05  SW-FIN-RECORRIDO            PIC X(01)   VALUE 'N'.       00000880
               88  SI-FIN-RECORRIDO                    VALUE 'S'.       00000890
               88  NO-FIN-RECORRIDO                    VALUE 'N'.       00000900
           05  SW-ERROR-RECORRIDO          PIC X(01)   VALUE 'N'.       00000910
               88  SI-ERROR-RECORRIDO                  VALUE 'S'.       00000920
               88  NO-ERROR-RECORRIDO                  VALUE 'N'.       00000930
                                                                        00000940
      ******************************************************************00000950
      *                    C O N S T A N T E S                         *00000960
      ******************************************************************00000970
       01  CT-CONSTANTES.                                               00000980
           05  CA-CONSTANTES-ALFANUMERICAS.                             00000990
               10  CA-00                   PIC X(02)   VALUE '00'.      00001000
               10  CA-88                   PIC X(02)   VALUE '88'.      00001010
               10  CA-99                   PIC X(02)   VALUE '99'.      00001020
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001030
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001040
               10  CA-MPBACIC              PIC X(07)   VALUE 'MPBACIC'. 00001050
               10  CA-XXBAENT              PIC X(07)   VALUE 'XXBAENT'. 00001051
               10  CA-OPER-ANOTACION       PIC X(01)   VALUE 'A'.       00001052
               10  CA-OPER-CONSULTA        PIC X(01)   VALUE 'C'.       00001053
               10  CA-FORM-ESTADO          PIC X(18)   VALUE            00001060
                                   'FORM_ESTADO'.                       00001070
               10  CA-FORM-ESTADO-HIST     PIC X(18)   VALUE            00001080
                                   'FORM_ESTADO_HIST'.                  00001090
               10  CA-SYSDUMMY1            PIC X(18)   VALUE            00001100
                                   'SYSIBM.SYSDUMMY1'.                  00001110
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001120
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001130
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001140
               10  CA-OPEN                 PIC X(06)   VALUE 'OPEN'.    00001150
               10  CA-FETCH                PIC X(06)   VALUE 'FETCH'.   00001160
               10  CA-ERR-ENTRADA          PIC X(40)   VALUE            00001170
                         'DATOS DE ENTRADA A LA RUTINA INCOMPLETOS'.    00001180
               10  CA-ERR-FUNCION          PIC X(40)   VALUE            00001190
                         'FUNCION O ESTADO DEL FORMULARIO ERRONEO '.    00001200
               10  CA-ERR-NO-EXISTE        PIC X(40)   VALUE            00001210
                         'EL FORMULARIO NO TIENE CICLO DE VIDA    '.    00001220
               10  CA-ERR-DB2              PIC X(47)   VALUE            00001230
                   'ERROR EN ACCESO AL CICLO DE VIDA DEL FORMULARIO'.   00001240
               10  CA-PRRF-1100            PIC X(20)   VALUE            00001250
                                   '1100-VALIDAR-ENTRADA'.              00001260
               10  CA-PRRF-2110            PIC X(17)   VALUE            00001270
                                   '2110-LEER-ESTADO'.                  00001280
               10  CA-PRRF-2120            PIC X(23)   VALUE            00001290
                                   '2120-OBTENER-TIMESTAMP'.            00001300
               10  CA-PRRF-2130            PIC X(23)   VALUE            00001310
                                   '2130-ACTUALIZAR-ESTADO'.            00001320
               10  CA-PRRF-2140            PIC X(21)   VALUE            00001330
                                   '2140-INSERTAR-ESTADO'.              00001340
               10  CA-PRRF-2150            PIC X(24)   VALUE            00001350
                                   '2150-INSERTAR-HISTORICO'.           00001360
               10  CA-PRRF-2200            PIC X(26)   VALUE            00001370
                                   '2200-CONSULTAR-FORMULARIO'.         00001380
               10  CA-PRRF-2220            PIC X(17)   VALUE            00001390
                                   '2220-LEER-PASO'.                    00001400
                                                                        00001410
           05  CN-CONSTANTES-NUMERICAS.                                 00001420
               10  CN-1                    PIC 9(01)   VALUE 1.         00001430
               10  CN-MAX-PASOS            PIC 9(02)   VALUE 30.        00001440
                                                                        00001450
      ******************************************************************00001460
      *                    V A R I A B L E S                           *00001470
      ******************************************************************00001480
       01  WK-VARIABLES.                                                00001490
           05  WK-IDX                      PIC 9(02)   VALUE ZEROES.    00001500
           05  WK-IDX-ESTADO               PIC 9(02)   VALUE ZEROES.    00001510
           05  WK-ESTADO-BUSCADO           PIC X(02)   VALUE SPACES.    00001520
           05  WK-DESESTADO                PIC X(25)   VALUE SPACES.    00001530
           05  WK-FECHA-ACTUAL             PIC X(10)   VALUE SPACES.    00001540
           05  WK-PRRF-ERROR               PIC X(30)   VALUE SPACES.    00001550
           05  WK-TABLA-ERROR              PIC X(18)   VALUE SPACES.    00001560
           05  WK-ACCESO-ERROR             PIC X(08)   VALUE SPACES.    00001570
                                                                        00001580
      *--  SQLCA DEL ERROR DE LECTURA DEL RECORRIDO, QUE SE GUARDA      00001590
      *--  MIENTRAS SE CIERRA EL CURSOR.                                00001600
       01  WK-SQLCA-RECORRIDO              PIC X(136)  VALUE SPACES.    00001610
                                                                        00001620
      *--  ESTADOS DEL CICLO DE VIDA Y SU DESCRIPCION.                  00001630
           COPY MPYCICE.                                                00001640
                                                                        00001650
      ******************************************************************00001660
      *                       M E N S A J E S                          *00001670
      ******************************************************************00001680
       01  MM-MENSAJES.                                                 00001690
      *--- MM-MP0659: CAMPOS DE ENTRADA OBLIGATORIOS.                   00001700
           05  MM-MP0659                   PIC X(06)   VALUE 'MP0659'.  00001710
      *--- MM-MP8199: DATOS DE ENTRADA ERRONEOS.                        00001720
           05  MM-MP8199                   PIC X(06)   VALUE 'MP8199'.  00001730
      *--- MM-MP0070: NO EXISTE REGISTRO PARA EL CRITERIO DE SELECCION. 00001740
           05  MM-MP0070                   PIC X(06)   VALUE 'MP0070'.  00001750
      *--  XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU.                00001760
           05  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001770
                                                                        00001780
      ******************************************************************00001790
      *                     D C L G E N S                              *00001800
      ******************************************************************00001810
      *--  AREA DE TRABAJO PARA DB2.                                    00001820
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001830
                                                                        00001840
      *--  DCLGEN DE LA TABLA FORM_ESTADO.                              00001850
           EXEC SQL INCLUDE D4467300 END-EXEC.                          00001860
                                                                        00001870
      *--  DCLGEN DE LA TABLA HISTORICA FORM_ESTADO_HIST.               00001880
           EXEC SQL INCLUDE D4467301 END-EXEC.                          00001890
                                                                        00001900
      *--  COPY DE COMUNICACION CON LA RUTINA XXBAENT (PERMISOS DEL     00001902
      *--  OPERADOR).                                                   00001904
           COPY XXYAENT.                                                00001906
                                                                        00001908
       LINKAGE SECTION.                                                 00001910
                                                                        00001912
      *INCLUDE-PARM-FUN CICS                                            00001914
           EXEC-FUN _COPY DATOS_RUTINA END-FUN                          00001916
      *END-INCLUDE                                                      00001918
                                                                        00001920
           COPY MPYACIC.                                                00001930
                                                                        00001940
      ******************************************************************00001950
      * PROCEDURE DIVISION                                             *00001960
      ******************************************************************00001970
       PROCEDURE DIVISION USING                                         00001980
      *INCLUDE-PARM-FUN CICS                                            00001981
                                DFHEIBLK                                00001982
                                DFHCOMMAREA                             00001983
      *END-INCLUDE                                                      00001984
                                MPYACIC.                                00001985
                                                                        00001990
           PERFORM 1000-INICIO                                          00002000
              THRU 1000-INICIO-EXIT                                     00002010
                                                                        00002020
           PERFORM 2000-PROCESO                                         00002030
              THRU 2000-PROCESO-EXIT                                    00002040
                                                                        00002050
           PERFORM 3000-FIN                                             00002060
              THRU 3000-FIN-EXIT                                        00002070
                                                                        00002080
           .                                                            00002090
                                                                        00002100
      ******************************************************************00002110
      * 1000-INICIO.                                                   *00002120
      * SE INICIALIZAN LAS AREAS DE SALIDA Y SE VALIDA LA ENTRADA.     *00002130
      ******************************************************************00002140
       1000-INICIO.                                                     00002150
                                                                        00002160
           INITIALIZE MPYACIC-SALIDA                                    00002170
                      MPYACIC-DATOS-CONTROL                             00002180
                      WK-VARIABLES                                      00002190
                                                                        00002200
           MOVE CA-00                        TO MPYACIC-RETORNO         00002210
           MOVE CA-NO                        TO MPYACIC-IND-ANOTADO-S   00002220
                                                MPYACIC-DESBORDE-S      00002230
                                                                        00002231
      *--  EN LA VARIANTE ONLINE SE COMPRUEBA EL PERMISO DEL OPERADOR   00002232
      *--  EN LA MATRIZ CENTRAL; LA BATCH NO TIENE OPERADOR DE PANTALLA.00002233
      *INCLUDE-PARM-FUN CICS                                            00002234
           PERFORM 1200-VALIDAR-PERMISO                                 00002235
              THRU 1200-VALIDAR-PERMISO-EXIT                            00002236
      *END-INCLUDE                                                      00002237
                                                                        00002240
           PERFORM 1100-VALIDAR-ENTRADA                                 00002250
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002260
                                                                        00002270
           .                                                            00002280
       1000-INICIO-EXIT.                                                00002290
           EXIT.                                                        00002300
                                                                        00002310
      ******************************************************************00002320
      * 1100-VALIDAR-ENTRADA.                                          *00002330
      * EL NUMFORM ES OBLIGATORIO Y LA FUNCION DEBE SER 'A' O 'C'. EN  *00002340
      * LA ANOTACION SON TAMBIEN OBLIGATORIOS EL PROGRAMA Y UN ESTADO  *00002350
      * DE LOS DEFINIDOS EN LA COPY MPYACIC.                           *00002360
      ******************************************************************00002370
       1100-VALIDAR-ENTRADA.                                            00002380
                                                                        00002390
           IF  MPYACIC-NUMFORM-E NOT NUMERIC                            00002400
            OR MPYACIC-NUMFORM-E = ZEROES                               00002410
               MOVE MM-MP0659                TO MPYACIC-MENSAJE         00002420
               MOVE CA-ERR-ENTRADA           TO MPYACIC-DESCRIPCION     00002430
               GO TO 1100-ERROR-ENTRADA                                 00002440
           END-IF                                                       00002450
                                                                        00002460
           IF  NOT MPYACIC-FUN-ANOTAR                                   00002470
           AND NOT MPYACIC-FUN-CONSULTAR                                00002480
               MOVE MM-MP8199                TO MPYACIC-MENSAJE         00002490
               MOVE CA-ERR-FUNCION           TO MPYACIC-DESCRIPCION     00002500
               GO TO 1100-ERROR-ENTRADA                                 00002510
           END-IF                                                       00002520
                                                                        00002530
           IF  MPYACIC-FUN-CONSULTAR                                    00002540
               GO TO 1100-VALIDAR-ENTRADA-EXIT                          00002550
           END-IF                                                       00002560
                                                                        00002570
           IF  MPYACIC-PROGRAMA-E = SPACES OR LOW-VALUES                00002580
               MOVE MM-MP0659                TO MPYACIC-MENSAJE         00002590
               MOVE CA-ERR-ENTRADA           TO MPYACIC-DESCRIPCION     00002600
               GO TO 1100-ERROR-ENTRADA                                 00002610
           END-IF                                                       00002620
                                                                        00002630
           IF  NOT MPYACIC-EST-VALIDO                                   00002640
               MOVE MM-MP8199                TO MPYACIC-MENSAJE         00002650
               MOVE CA-ERR-FUNCION           TO MPYACIC-DESCRIPCION     00002660
               GO TO 1100-ERROR-ENTRADA                                 00002670
           END-IF                                                       00002680
                                                                        00002690
           GO TO 1100-VALIDAR-ENTRADA-EXIT                              00002700
                                                                        00002710
           .                                                            00002720
       1100-ERROR-ENTRADA.                                              00002730
                                                                        00002740
           MOVE CA-88                        TO MPYACIC-RETORNO         00002750
           MOVE CA-MPBACIC                   TO MPYACIC-RUTINA          00002760
           MOVE CA-PRRF-1100                 TO MPYACIC-PARRAFO         00002770
                                                                        00002780
           PERFORM 3000-FIN                                             00002790
              THRU 3000-FIN-EXIT                                        00002800
                                                                        00002810
           .                                                            00002820
       1100-VALIDAR-ENTRADA-EXIT.                                       00002830
           EXIT.                                                        00002831
                                                                        00002832
      ******************************************************************00002833
      * 1200-VALIDAR-PERMISO.                                          *00002834
      * SE COMPRUEBA CON LA RUTINA XXBAENT QUE EL OPERADOR TIENE UN    *00002835
      * ROL VIGENTE CON ESTA FUNCION EN LA MATRIZ CENTRAL DE PERMISOS  *00002836
      * ('A' EN LA ANOTACION, 'C' EN LA CONSULTA). SI NO LO TIENE SE   *00002837
      * DEVUELVE EL ERROR DE LA RUTINA (MENSAJE COMUN XX0040).         *00002838
      ******************************************************************00002839
       1200-VALIDAR-PERMISO.                                            00002840
                                                                        00002841
           INITIALIZE XXYAENT                                           00002842
                                                                        00002843
      *INCLUDE-PARM-FUN CICS                                            00002844
           MOVE ARQ-USUARIO                  TO XXYAENT-OPERADOR-E      00002845
      *END-INCLUDE                                                      00002846
           MOVE CA-MPBACIC                   TO XXYAENT-RUTINA-E        00002847
                                                                        00002848
           IF  MPYACIC-FUN-ANOTAR                                       00002849
               MOVE CA-OPER-ANOTACION        TO XXYAENT-OPERACION-E     00002850
           ELSE                                                         00002851
               MOVE CA-OPER-CONSULTA         TO XXYAENT-OPERACION-E     00002852
           END-IF                                                       00002853
                                                                        00002854
           CALL CA-XXBAENT               USING XXYAENT                  00002855
                                                                        00002856
           IF  XXYAENT-RETORNO NOT = CA-00                              00002857
               MOVE XXYAENT-RETORNO          TO MPYACIC-RETORNO         00002858
               MOVE XXYAENT-MENSAJE          TO MPYACIC-MENSAJE         00002859
               MOVE XXYAENT-DESCRIPCION      TO MPYACIC-DESCRIPCION     00002860
               MOVE XXYAENT-RUTINA           TO MPYACIC-RUTINA          00002861
               MOVE XXYAENT-PARRAFO          TO MPYACIC-PARRAFO         00002862
               MOVE XXYAENT-TABLA            TO MPYACIC-TABLA           00002863
               MOVE XXYAENT-ACCESO           TO MPYACIC-ACCESO          00002864
               MOVE XXYAENT-SQLCODE          TO MPYACIC-SQLCODE         00002865
               MOVE XXYAENT-SQLCA            TO MPYACIC-SQLCA           00002866
                                                                        00002867
               PERFORM 3000-FIN                                         00002868
                  THRU 3000-FIN-EXIT                                    00002869
                                                                        00002870
           END-IF                                                       00002871
                                                                        00002872
           .                                                            00002873
       1200-VALIDAR-PERMISO-EXIT.                                       00002874
           EXIT.                                                        00002875
                                                                        00002876
      ******************************************************************00002877
      * 2000-PROCESO.                                                  *00002878
      * SE ANOTA EL ESTADO O SE CONSULTA EL FORMULARIO SEGUN LA        *00002880
      * FUNCION SOLICITADA.                                            *00002890
      ******************************************************************00002900
       2000-PROCESO.                                                    00002910
                                                                        00002920
           INITIALIZE DCLFORM-ESTADO                                    00002930
           MOVE MPYACIC-NUMFORM-E            TO G3222-NUMFORM           00002940
                                                                        00002950
           IF  MPYACIC-FUN-ANOTAR                                       00002960
               PERFORM 2100-ANOTAR-ESTADO                               00002970
                  THRU 2100-ANOTAR-ESTADO-EXIT                          00002980
           ELSE                                                         00002990
               PERFORM 2200-CONSULTAR-FORMULARIO                        00003000
                  THRU 2200-CONSULTAR-FORMULARIO-EXIT                   00003010
           END-IF                                                       00003020
                                                                        00003030
           .                                                            00003040
       2000-PROCESO-EXIT.                                               00003050
           EXIT.                                                        00003060
                                                                        00003070
      ******************************************************************00003080
      * 2100-ANOTAR-ESTADO.                                            *00003090
      * SE LEE EL ESTADO ACTUAL DEL FORMULARIO. SI YA ESTA EN EL       *00003100
      * ESTADO PEDIDO NO SE ANOTA NADA; SI NO, SE ACTUALIZA (O SE DA   *00003110
      * DE ALTA EN SU PRIMER PASO) Y SE GRABA EL PASO EN EL HISTORICO  *00003120
      * CON LA MISMA MARCA DE TIEMPO.                                  *00003130
      ******************************************************************00003140
       2100-ANOTAR-ESTADO.                                              00003150
                                                                        00003160
           PERFORM 2110-LEER-ESTADO                                     00003170
              THRU 2110-LEER-ESTADO-EXIT                                00003180
                                                                        00003190
           IF  SI-EXISTE-FORMULARIO                                     00003200
           AND G3222-ESTADO = MPYACIC-ESTADO-E                          00003210
               PERFORM 2190-DEVOLVER-ESTADO                             00003220
                  THRU 2190-DEVOLVER-ESTADO-EXIT                        00003230
               GO TO 2100-ANOTAR-ESTADO-EXIT                            00003240
           END-IF                                                       00003250
                                                                        00003260
           PERFORM 2120-OBTENER-TIMESTAMP                               00003270
              THRU 2120-OBTENER-TIMESTAMP-EXIT                          00003280
                                                                        00003290
           MOVE MPYACIC-ESTADO-E             TO G3222-ESTADO            00003300
           MOVE MPYACIC-PROGRAMA-E           TO G3222-PROGRAMA          00003310
           MOVE MPYACIC-MOTIVO-E             TO G3222-MOTIVO            00003320
                                                                        00003330
           IF  SI-EXISTE-FORMULARIO                                     00003340
               ADD CN-1                      TO G3222-NUMPASOS          00003350
               PERFORM 2130-ACTUALIZAR-ESTADO                           00003360
                  THRU 2130-ACTUALIZAR-ESTADO-EXIT                      00003370
           ELSE                                                         00003380
               MOVE CN-1                     TO G3222-NUMPASOS          00003390
               MOVE WK-FECHA-ACTUAL          TO G3222-FECALTA           00003400
               PERFORM 2140-INSERTAR-ESTADO                             00003410
                  THRU 2140-INSERTAR-ESTADO-EXIT                        00003420
           END-IF                                                       00003430
                                                                        00003440
           PERFORM 2150-INSERTAR-HISTORICO                              00003450
              THRU 2150-INSERTAR-HISTORICO-EXIT                         00003460
                                                                        00003470
           MOVE CA-SI                        TO MPYACIC-IND-ANOTADO-S   00003480
                                                                        00003490
           PERFORM 2190-DEVOLVER-ESTADO                                 00003500
              THRU 2190-DEVOLVER-ESTADO-EXIT                            00003510
                                                                        00003520
           .                                                            00003530
       2100-ANOTAR-ESTADO-EXIT.                                         00003540
           EXIT.                                                        00003550
                                                                        00003560
      ******************************************************************00003570
      * 2110-LEER-ESTADO.                                              *00003580
      * SE LEE EL ESTADO ACTUAL DEL FORMULARIO EN FORM_ESTADO.         *00003590
      ******************************************************************00003600
       2110-LEER-ESTADO.                                                00003610
                                                                        00003620
           EXEC SQL                                                     00003630
                SELECT G3222_ESTADO, G3222_NUMPASOS,                    00003640
                       CHAR(G3222_FECALTA, ISO), G3222_TSESTADO,        00003650
                       G3222_PROGRAMA, G3222_MOTIVO                     00003660
                  INTO :G3222-ESTADO, :G3222-NUMPASOS,                  00003670
                       :G3222-FECALTA, :G3222-TSESTADO,                 00003680
                       :G3222-PROGRAMA, :G3222-MOTIVO                   00003690
                  FROM FORM_ESTADO                                      00003700
                 WHERE G3222_NUMFORM = :G3222-NUMFORM                   00003710
           END-EXEC                                                     00003720
                                                                        00003730
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003740
                                                                        00003750
           EVALUATE  TRUE                                               00003760
               WHEN  DB2-OK                                             00003770
                     SET SI-EXISTE-FORMULARIO TO TRUE                   00003780
                                                                        00003790
               WHEN  DB2-CLV-NOT-FOUND                                  00003800
                     SET NO-EXISTE-FORMULARIO TO TRUE                   00003810
                                                                        00003820
               WHEN  OTHER                                              00003830
                     MOVE CA-PRRF-2110       TO WK-PRRF-ERROR           00003840
                     MOVE CA-FORM-ESTADO     TO WK-TABLA-ERROR          00003850
                     MOVE CA-SELECT          TO WK-ACCESO-ERROR         00003860
                     PERFORM 2290-ERROR-DB2                             00003870
                        THRU 2290-ERROR-DB2-EXIT                        00003880
           END-EVALUATE                                                 00003890
                                                                        00003900
           .                                                            00003910
       2110-LEER-ESTADO-EXIT.                                           00003920
           EXIT.                                                        00003930
                                                                        00003940
      ******************************************************************00003950
      * 2120-OBTENER-TIMESTAMP.                                        *00003960
      * SE OBTIENEN LA MARCA DE TIEMPO DEL PASO Y LA FECHA DEL DIA,    *00003970
      * COMUNES AL ESTADO ACTUAL Y AL HISTORICO.                       *00003980
      ******************************************************************00003990
       2120-OBTENER-TIMESTAMP.                                          00004000
                                                                        00004010
           EXEC SQL                                                     00004020
                SELECT CURRENT TIMESTAMP, CHAR(CURRENT DATE, ISO)       00004030
                  INTO :G3222-TSESTADO, :WK-FECHA-ACTUAL                00004040
                  FROM SYSIBM.SYSDUMMY1                                 00004050
           END-EXEC                                                     00004060
                                                                        00004070
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004080
                                                                        00004090
           IF  NOT DB2-OK                                               00004100
               MOVE CA-PRRF-2120             TO WK-PRRF-ERROR           00004110
               MOVE CA-SYSDUMMY1             TO WK-TABLA-ERROR          00004120
               MOVE CA-SELECT                TO WK-ACCESO-ERROR         00004130
               PERFORM 2290-ERROR-DB2                                   00004140
                  THRU 2290-ERROR-DB2-EXIT                              00004150
           END-IF                                                       00004160
                                                                        00004170
           .                                                            00004180
       2120-OBTENER-TIMESTAMP-EXIT.                                     00004190
           EXIT.                                                        00004200
                                                                        00004210
      ******************************************************************00004220
      * 2130-ACTUALIZAR-ESTADO.                                        *00004230
      * SE ACTUALIZA EL ESTADO ACTUAL DEL FORMULARIO.                  *00004240
      ******************************************************************00004250
       2130-ACTUALIZAR-ESTADO.                                          00004260
                                                                        00004270
           EXEC SQL                                                     00004280
                UPDATE FORM_ESTADO                                      00004290
                   SET G3222_ESTADO   = :G3222-ESTADO,                  00004300
                       G3222_NUMPASOS = :G3222-NUMPASOS,                00004310
                       G3222_TSESTADO = :G3222-TSESTADO,                00004320
                       G3222_PROGRAMA = :G3222-PROGRAMA,                00004330
                       G3222_MOTIVO   = :G3222-MOTIVO                   00004340
                 WHERE G3222_NUMFORM  = :G3222-NUMFORM                  00004350
           END-EXEC                                                     00004360
                                                                        00004370
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004380
                                                                        00004390
           IF  NOT DB2-OK                                               00004400
               MOVE CA-PRRF-2130             TO WK-PRRF-ERROR           00004410
               MOVE CA-FORM-ESTADO           TO WK-TABLA-ERROR          00004420
               MOVE CA-UPDATE                TO WK-ACCESO-ERROR         00004430
               PERFORM 2290-ERROR-DB2                                   00004440
                  THRU 2290-ERROR-DB2-EXIT                              00004450
           END-IF                                                       00004460
                                                                        00004470
           .                                                            00004480
       2130-ACTUALIZAR-ESTADO-EXIT.                                     00004490
           EXIT.                                                        00004500
                                                                        00004510
      ******************************************************************00004520
      * 2140-INSERTAR-ESTADO.                                          *00004530
      * SE DA DE ALTA EL FORMULARIO EN SU PRIMER PASO.                 *00004540
      ******************************************************************00004550
       2140-INSERTAR-ESTADO.                                            00004560
                                                                        00004570
           EXEC SQL                                                     00004580
                INSERT INTO FORM_ESTADO                                 00004590
                     ( G3222_NUMFORM, G3222_ESTADO, G3222_NUMPASOS,     00004600
                       G3222_FECALTA, G3222_TSESTADO, G3222_PROGRAMA,   00004610
                       G3222_MOTIVO )                                   00004620
                VALUES                                                  00004630
                     ( :G3222-NUMFORM, :G3222-ESTADO, :G3222-NUMPASOS,  00004640
                       :G3222-FECALTA, :G3222-TSESTADO, :G3222-PROGRAMA,00004650
                       :G3222-MOTIVO )                                  00004660
           END-EXEC                                                     00004670
                                                                        00004680
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004690
                                                                        00004700
           IF  NOT DB2-OK                                               00004710
               MOVE CA-PRRF-2140             TO WK-PRRF-ERROR           00004720
               MOVE CA-FORM-ESTADO           TO WK-TABLA-ERROR          00004730
               MOVE CA-INSERT                TO WK-ACCESO-ERROR         00004740
               PERFORM 2290-ERROR-DB2                                   00004750
                  THRU 2290-ERROR-DB2-EXIT                              00004760
           END-IF                                                       00004770
                                                                        00004780
           .                                                            00004790
       2140-INSERTAR-ESTADO-EXIT.                                       00004800
           EXIT.                                                        00004810
                                                                        00004820
      ******************************************************************00004830
      * 2150-INSERTAR-HISTORICO.                                       *00004840
      * SE GRABA EL PASO EN EL RECORRIDO DEL FORMULARIO. EL NUMERO DE  *00004850
      * PASO ES EL CONTADOR DE PASOS DEL ESTADO ACTUAL.                *00004860
      ******************************************************************00004870
       2150-INSERTAR-HISTORICO.                                         00004880
                                                                        00004890
           MOVE G3222-NUMFORM                TO G3222H-NUMFORM          00004900
           MOVE G3222-NUMPASOS               TO G3222H-NUMPASO          00004910
           MOVE G3222-ESTADO                 TO G3222H-ESTADO           00004920
           MOVE G3222-TSESTADO               TO G3222H-TSESTADO         00004930
           MOVE G3222-PROGRAMA               TO G3222H-PROGRAMA         00004940
           MOVE G3222-MOTIVO                 TO G3222H-MOTIVO           00004950
                                                                        00004960
           EXEC SQL                                                     00004970
                INSERT INTO FORM_ESTADO_HIST                            00004980
                     ( G3222H_NUMFORM, G3222H_NUMPASO, G3222H_ESTADO,   00004990
                       G3222H_TSESTADO, G3222H_PROGRAMA,                00005000
                       G3222H_MOTIVO )                                  00005010
                VALUES                                                  00005020
                     ( :G3222H-NUMFORM, :G3222H-NUMPASO,                00005030
                       :G3222H-ESTADO, :G3222H-TSESTADO,                00005040
                       :G3222H-PROGRAMA, :G3222H-MOTIVO )               00005050
           END-EXEC                                                     00005060
                                                                        00005070
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005080
                                                                        00005090
           IF  NOT DB2-OK                                               00005100
               MOVE CA-PRRF-2150             TO WK-PRRF-ERROR           00005110
               MOVE CA-FORM-ESTADO-HIST      TO WK-TABLA-ERROR          00005120
               MOVE CA-INSERT                TO WK-ACCESO-ERROR         00005130
               PERFORM 2290-ERROR-DB2                                   00005140
                  THRU 2290-ERROR-DB2-EXIT                              00005150
           END-IF                                                       00005160
                                                                        00005170
           .                                                            00005180
       2150-INSERTAR-HISTORICO-EXIT.                                    00005190
           EXIT.                                                        00005200
                                                                        00005210
      ******************************************************************00005220
      * 2190-DEVOLVER-ESTADO.                                          *00005230
      * SE DEVUELVE EL ESTADO ACTUAL DEL FORMULARIO.                   *00005240
      ******************************************************************00005250
       2190-DEVOLVER-ESTADO.                                            00005260
                                                                        00005270
           MOVE G3222-ESTADO                 TO MPYACIC-ESTADO-S        00005280
                                                WK-ESTADO-BUSCADO       00005290
           PERFORM 2195-DESCRIBIR-ESTADO                                00005300
              THRU 2195-DESCRIBIR-ESTADO-EXIT                           00005310
           MOVE WK-DESESTADO                 TO MPYACIC-DESESTADO-S     00005320
           MOVE G3222-FECALTA                TO MPYACIC-FECALTA-S       00005330
           MOVE G3222-TSESTADO               TO MPYACIC-TSESTADO-S      00005340
           MOVE G3222-PROGRAMA               TO MPYACIC-PROGRAMA-S      00005350
           MOVE G3222-MOTIVO                 TO MPYACIC-MOTIVO-S        00005360
           MOVE G3222-NUMPASOS               TO MPYACIC-NUMPASOS-S      00005370
                                                                        00005380
           .                                                            00005390
       2190-DEVOLVER-ESTADO-EXIT.                                       00005400
           EXIT.                                                        00005410
                                                                        00005420
      ******************************************************************00005430
      * 2195-DESCRIBIR-ESTADO.                                         *00005440
      * SE OBTIENE LA DESCRIPCION DEL ESTADO DE LA TABLA MPYCICE. UN   *00005450
      * ESTADO DESCONOCIDO SE DEVUELVE SIN DESCRIPCION.                *00005460
      ******************************************************************00005470
       2195-DESCRIBIR-ESTADO.                                           00005480
                                                                        00005490
           MOVE SPACES                       TO WK-DESESTADO            00005500
                                                                        00005510
           PERFORM 2196-COMPARAR-ESTADO                                 00005520
              THRU 2196-COMPARAR-ESTADO-EXIT                            00005530
             VARYING WK-IDX-ESTADO FROM CN-1 BY CN-1                    00005540
               UNTIL WK-IDX-ESTADO > CN-NUM-ESTADOS-CICLO               00005550
                  OR WK-DESESTADO NOT = SPACES                          00005560
                                                                        00005570
           .                                                            00005580
       2195-DESCRIBIR-ESTADO-EXIT.                                      00005590
           EXIT.                                                        00005600
                                                                        00005610
      ******************************************************************00005620
      * 2196-COMPARAR-ESTADO.                                          *00005630
      * SE COMPARA EL ESTADO CON UNA ENTRADA DE LA TABLA.              *00005640
      ******************************************************************00005650
       2196-COMPARAR-ESTADO.                                            00005660
                                                                        00005670
           IF  CT-EC-CODIGO (WK-IDX-ESTADO) = WK-ESTADO-BUSCADO         00005680
               MOVE CT-EC-DESCRIPCION (WK-IDX-ESTADO) TO WK-DESESTADO   00005690
           END-IF                                                       00005700
                                                                        00005710
           .                                                            00005720
       2196-COMPARAR-ESTADO-EXIT.                                       00005730
           EXIT.                                                        00005740
                                                                        00005750
      ******************************************************************00005760
      * 2200-CONSULTAR-FORMULARIO.                                     *00005770
      * SE DEVUELVE EL ESTADO ACTUAL Y LOS PASOS DEL RECORRIDO POR     *00005780
      * ORDEN DE PASO. SIN CICLO DE VIDA SE DEVUELVE '88'.             *00005790
      ******************************************************************00005800
       2200-CONSULTAR-FORMULARIO.                                       00005810
                                                                        00005820
           PERFORM 2110-LEER-ESTADO                                     00005830
              THRU 2110-LEER-ESTADO-EXIT                                00005840
                                                                        00005850
           IF  NO-EXISTE-FORMULARIO                                     00005860
               MOVE CA-88                    TO MPYACIC-RETORNO         00005870
               MOVE MM-MP0070                TO MPYACIC-MENSAJE         00005880
               MOVE CA-ERR-NO-EXISTE         TO MPYACIC-DESCRIPCION     00005890
               MOVE CA-MPBACIC               TO MPYACIC-RUTINA          00005900
               MOVE CA-PRRF-2200             TO MPYACIC-PARRAFO         00005910
               MOVE CA-FORM-ESTADO           TO MPYACIC-TABLA           00005920
               GO TO 2200-CONSULTAR-FORMULARIO-EXIT                     00005930
           END-IF                                                       00005940
                                                                        00005950
           PERFORM 2190-DEVOLVER-ESTADO                                 00005960
              THRU 2190-DEVOLVER-ESTADO-EXIT                            00005970
                                                                        00005980
           MOVE G3222-NUMFORM                TO G3222H-NUMFORM          00005990
                                                                        00006000
           EXEC SQL                                                     00006010
                DECLARE C-RECORRIDO CURSOR FOR                          00006020
                SELECT G3222H_NUMPASO, G3222H_ESTADO, G3222H_TSESTADO,  00006030
                       G3222H_PROGRAMA, G3222H_MOTIVO                   00006040
                  FROM FORM_ESTADO_HIST                                 00006050
                 WHERE G3222H_NUMFORM = :G3222H-NUMFORM                 00006060
                 ORDER BY G3222H_NUMPASO                                00006070
           END-EXEC                                                     00006080
                                                                        00006090
           EXEC SQL                                                     00006100
                OPEN C-RECORRIDO                                        00006110
           END-EXEC                                                     00006120
                                                                        00006130
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006140
                                                                        00006150
           IF  NOT DB2-OK                                               00006160
               MOVE CA-PRRF-2200             TO WK-PRRF-ERROR           00006170
               MOVE CA-FORM-ESTADO-HIST      TO WK-TABLA-ERROR          00006180
               MOVE CA-OPEN                  TO WK-ACCESO-ERROR         00006190
               PERFORM 2290-ERROR-DB2                                   00006200
                  THRU 2290-ERROR-DB2-EXIT                              00006210
           END-IF                                                       00006220
                                                                        00006230
           SET NO-FIN-RECORRIDO              TO TRUE                    00006240
           SET NO-ERROR-RECORRIDO            TO TRUE                    00006250
                                                                        00006260
           PERFORM 2220-LEER-PASO                                       00006270
              THRU 2220-LEER-PASO-EXIT                                  00006280
             UNTIL SI-FIN-RECORRIDO                                     00006290
                                                                        00006300
           EXEC SQL                                                     00006310
                CLOSE C-RECORRIDO                                       00006320
           END-EXEC                                                     00006330
                                                                        00006340
      *--  EL ERROR DE LECTURA SE DEVUELVE CON EL CURSOR YA CERRADO,    00006350
      *--  PARA QUE LA SIGUIENTE LLAMADA PUEDA ABRIRLO DE NUEVO.        00006360
           IF  SI-ERROR-RECORRIDO                                       00006370
               MOVE WK-SQLCA-RECORRIDO       TO SQLCA                   00006380
               MOVE CA-PRRF-2220             TO WK-PRRF-ERROR           00006390
               MOVE CA-FORM-ESTADO-HIST      TO WK-TABLA-ERROR          00006400
               MOVE CA-FETCH                 TO WK-ACCESO-ERROR         00006410
               PERFORM 2290-ERROR-DB2                                   00006420
                  THRU 2290-ERROR-DB2-EXIT                              00006430
           END-IF                                                       00006440
                                                                        00006450
           .                                                            00006460
       2200-CONSULTAR-FORMULARIO-EXIT.                                  00006470
           EXIT.                                                        00006480
                                                                        00006490
      ******************************************************************00006500
      * 2220-LEER-PASO.                                                *00006510
      * SE LEE EL SIGUIENTE PASO DEL RECORRIDO Y SE DEVUELVE. CON LA   *00006520
      * TABLA DE SALIDA LLENA SE MARCA EL DESBORDE Y SE TERMINA.       *00006530
      ******************************************************************00006540
       2220-LEER-PASO.                                                  00006550
                                                                        00006560
           EXEC SQL                                                     00006570
                FETCH C-RECORRIDO                                       00006580
                 INTO :G3222H-NUMPASO, :G3222H-ESTADO,                  00006590
                      :G3222H-TSESTADO, :G3222H-PROGRAMA,               00006600
                      :G3222H-MOTIVO                                    00006610
           END-EXEC                                                     00006620
                                                                        00006630
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006640
                                                                        00006650
           EVALUATE  TRUE                                               00006660
               WHEN  DB2-OK                                             00006670
                     CONTINUE                                           00006680
                                                                        00006690
               WHEN  DB2-CLV-NOT-FOUND                                  00006700
                     SET SI-FIN-RECORRIDO    TO TRUE                    00006710
                     GO TO 2220-LEER-PASO-EXIT                          00006720
                                                                        00006730
               WHEN  OTHER                                              00006740
                     MOVE SQLCA              TO WK-SQLCA-RECORRIDO      00006750
                     SET SI-ERROR-RECORRIDO  TO TRUE                    00006760
                     SET SI-FIN-RECORRIDO    TO TRUE                    00006770
                     GO TO 2220-LEER-PASO-EXIT                          00006780
           END-EVALUATE                                                 00006790
                                                                        00006800
           IF  MPYACIC-NUM-FILAS-S NOT < CN-MAX-PASOS                   00006810
               MOVE CA-SI                    TO MPYACIC-DESBORDE-S      00006820
               SET SI-FIN-RECORRIDO          TO TRUE                    00006830
               GO TO 2220-LEER-PASO-EXIT                                00006840
           END-IF                                                       00006850
                                                                        00006860
           ADD CN-1                          TO MPYACIC-NUM-FILAS-S     00006870
           MOVE MPYACIC-NUM-FILAS-S          TO WK-IDX                  00006880
                                                                        00006890
           MOVE G3222H-NUMPASO         TO MPYACIC-P-NUMPASO-S (WK-IDX)  00006900
           MOVE G3222H-ESTADO          TO MPYACIC-P-ESTADO-S (WK-IDX)   00006910
                                          WK-ESTADO-BUSCADO             00006920
           PERFORM 2195-DESCRIBIR-ESTADO                                00006930
              THRU 2195-DESCRIBIR-ESTADO-EXIT                           00006940
           MOVE WK-DESESTADO         TO MPYACIC-P-DESESTADO-S (WK-IDX)  00006950
           MOVE G3222H-TSESTADO        TO MPYACIC-P-TSESTADO-S (WK-IDX) 00006960
           MOVE G3222H-PROGRAMA        TO MPYACIC-P-PROGRAMA-S (WK-IDX) 00006970
           MOVE G3222H-MOTIVO          TO MPYACIC-P-MOTIVO-S (WK-IDX)   00006980
                                                                        00006990
           .                                                            00007000
       2220-LEER-PASO-EXIT.                                             00007010
           EXIT.                                                        00007020
                                                                        00007030
      ******************************************************************00007040
      * 2290-ERROR-DB2.                                                *00007050
      * SE DEVUELVE EL ERROR DE ACCESO A LAS TABLAS DEL CICLO DE VIDA  *00007060
      * Y SE TERMINA. EL LLAMADOR DECIDE SI CANCELA O DESHACE.         *00007070
      ******************************************************************00007080
       2290-ERROR-DB2.                                                  00007090
                                                                        00007100
           MOVE CA-99                        TO MPYACIC-RETORNO         00007110
           MOVE MM-XX3333                    TO MPYACIC-MENSAJE         00007120
           MOVE CA-ERR-DB2                   TO MPYACIC-DESCRIPCION     00007130
           MOVE SQLCODE                      TO MPYACIC-SQLCODE         00007140
           MOVE SQLCA                        TO MPYACIC-SQLCA           00007150
           MOVE WK-TABLA-ERROR               TO MPYACIC-TABLA           00007160
           MOVE WK-ACCESO-ERROR              TO MPYACIC-ACCESO          00007170
           MOVE CA-MPBACIC                   TO MPYACIC-RUTINA          00007180
           MOVE WK-PRRF-ERROR                TO MPYACIC-PARRAFO         00007190
                                                                        00007200
           PERFORM 3000-FIN                                             00007210
              THRU 3000-FIN-EXIT                                        00007220
                                                                        00007230
           .                                                            00007240
       2290-ERROR-DB2-EXIT.                                             00007250
           EXIT.                                                        00007260
                                                                        00007270
      ******************************************************************00007280
      * 3000-FIN.                                                      *00007290
      * FINALIZA LA EJECUCION DE LA RUTINA.                            *00007300
      ******************************************************************00007310
       3000-FIN.                                                        00007320
                                                                        00007330
           GOBACK                                                       00007340
                                                                        00007350
           .                                                            00007360
       3000-FIN-EXIT.                                                   00007370
           EXIT.                                                        00007380
