      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : XXBALLE.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : XX (COMUN).                                      *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA DE REGISTRO DE LLEGADA DE FICHEROS DE    * 00000110
      *               ENTRADA. CADA CARGADOR DE UNA INTERFAZ RECIBIDA * 00000120
      *               (SALDOS CONTABLES, ACUSES DEL EMBOSADOR,        * 00000130
      *               RESPUESTAS DEL PROCESADOR, DEVOLUCIONES DE      * 00000140
      *               MENSAJERIA, ENTREGAS DE PLASTICOS, TIPOS DE     * 00000150
      *               CAMBIO...) REGISTRA LA LLEGADA DEL FICHERO EN   * 00000160
      *               FICH_ENTR_LLEGADA, QUE EL MONITOR XXBALLM       * 00000170
      *               CONTRASTA CON EL CALENDARIO FICH_ENTR_CALEND.   * 00000180
      *-                                                              -*00000190
      *  COPYS Y DCLGENS:                                             * 00000200
      *    XXYALLE  : COPY DE COMUNICACION CON LA RUTINA.             * 00000210
      *    D4467601 : DCLGEN DE LA TABLA FICH_ENTR_LLEGADA.           * 00000220
      *-                                                              -*00000230
      *  CODIGOS DE RETORNO:                                          * 00000240
      *    '00'     : CORRECTO.                                       * 00000250
      *    '88'     : ERROR FUNCIONAL.                                * 00000260
      *    '99'     : ERROR DB2.                                      * 00000270
      *-                                                              -*00000280
      ******************************************************************00000290
      *                  M O D I F I C A C I O N E S                   *00000300
      ******************************************************************00000310
      *                                                                *00000320
      * USUARIO    FECHA             DESCRIPCION                       *00000330
      * -------- ---------- ------------------------------------------ *00000340
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA DE REGISTRO DE   * 00000350
      *                        LLEGADA DE FICHEROS DE ENTRADA.        * 00000360
      ******************************************************************00000370
                                                                        00000380
      ******************************************************************00000390
      * IDENTIFICATION DIVISION                                        *00000400
      ******************************************************************00000410
       IDENTIFICATION DIVISION.                                         00000420
       PROGRAM-ID.   XXBALLE.                                           00000430
       AUTHOR.       VIEWNEXT.                                          00000440
       DATE-WRITTEN. 15-10-2026.                                        00000450
       DATE-COMPILED.                                                   00000460
                                                                        00000470
      ******************************************************************00000480
      * ENVIRONMENT DIVISION                                           *00000490
      ******************************************************************00000500
       ENVIRONMENT DIVISION.                                            00000510
                                                                        00000520
       CONFIGURATION SECTION.                                           00000530
       SOURCE-COMPUTER. IBM-3090.                                       00000540
       OBJECT-COMPUTER. IBM-3090.                                       00000550
       SPECIAL-NAMES.                                                   00000560
           DECIMAL-POINT IS COMMA.                                      00000570
                                                                        00000580
      ******************************************************************00000590
      * DATA DIVISION                                                  *00000600
      ******************************************************************00000610
       DATA DIVISION.                                                   00000620
                                                                        00000630
       WORKING-STORAGE SECTION.                                         00000640
                                                                        00000650
      ******************************************************************00000660
      *                        S W I T C H E S                         *00000670
      ******************************************************************00000680
       01  SW-SWITCHES.                                                 00000690
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP              00000700
                                                       VALUE ZEROES.    00000710
               88  DB2-OK                              VALUE 0.         00000720
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000730
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00000740
                                                                        00000750
      ******************************************************************00000760
      *                    C O N S T A N T E S                         *00000770
      ******************************************************************00000780
       01  CT-CONSTANTES.                                               00000790
           05  CA-CONSTANTES-ALFANUMERICAS.                             00000800
               10  CA-00                   PIC X(02)   VALUE '00'.      00000810
               10  CA-88                   PIC X(02)   VALUE '88'.      00000820
               10  CA-99                   PIC X(02)   VALUE '99'.      00000830
               10  CA-FUN-REGISTRAR        PIC X(01)   VALUE 'R'.       00000840
               10  CA-XXBALLE              PIC X(07)   VALUE 'XXBALLE'. 00000850
               10  CA-FICH-ENTR-LLEGADA    PIC X(17)   VALUE            00000860
                                   'FICH_ENTR_LLEGADA'.                 00000870
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00000880
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00000890
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00000900
               10  CA-ERR-FUNCION          PIC X(33)   VALUE            00000910
                         'FUNCION DE ENTRADA NO RECONOCIDA '.           00000920
               10  CA-ERR-INTERFAZ         PIC X(41)   VALUE            00000930
                         'INTERFAZ O PROGRAMA LLAMANTE SIN INFORMAR'.   00000940
               10  CA-ERR-DB2              PIC X(40)   VALUE            00000950
                         'ERROR EN ACCESO A LA TABLA DE LLEGADAS  '.    00000960
               10  CA-PRRF-1000            PIC X(11)   VALUE            00000970
                                   '1000-INICIO'.                       00000980
               10  CA-PRRF-2050            PIC X(20)   VALUE            00000990
                                   '2050-RESOLVER-FECHA'.               00001000
               10  CA-PRRF-2100            PIC X(22)   VALUE            00001010
                                   '2100-REGISTRAR-LLEGADA'.            00001020
               10  CA-PRRF-2200            PIC X(20)   VALUE            00001030
                                   '2200-SUMAR-RECEPCION'.              00001040
                                                                        00001050
           05  CN-CONSTANTES-NUMERICAS.                                 00001060
               10  CN-1                    PIC 9(01)   VALUE 1.         00001070
                                                                        00001080
      ******************************************************************00001090
      *                    V A R I A B L E S                           *00001100
      ******************************************************************00001110
       01  WK-VARIABLES.                                                00001120
           05  WK-FECNEGOCIO               PIC X(10)   VALUE SPACES.    00001130
                                                                        00001140
      ******************************************************************00001150
      *                     D C L G E N S                              *00001160
      ******************************************************************00001170
      *--  AREA DE TRABAJO PARA DB2.                                    00001180
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001190
                                                                        00001200
      *--  DCLGEN DE LA TABLA FICH_ENTR_LLEGADA.                        00001210
           EXEC SQL INCLUDE D4467601 END-EXEC.                          00001220
                                                                        00001230
       LINKAGE SECTION.                                                 00001240
                                                                        00001250
           COPY XXYALLE.                                                00001260
                                                                        00001270
      ******************************************************************00001280
      * PROCEDURE DIVISION                                             *00001290
      ******************************************************************00001300
       PROCEDURE DIVISION USING XXYALLE.                                00001310
                                                                        00001320
           PERFORM 1000-INICIO                                          00001330
              THRU 1000-INICIO-EXIT                                     00001340
                                                                        00001350
           PERFORM 2000-PROCESO                                         00001360
              THRU 2000-PROCESO-EXIT                                    00001370
                                                                        00001380
           PERFORM 3000-FIN                                             00001390
              THRU 3000-FIN-EXIT                                        00001400
                                                                        00001410
           .                                                            00001420
                                                                        00001430
      ******************************************************************00001440
      * 1000-INICIO.                                                   *00001450
      * SE INICIALIZAN LAS AREAS DE SALIDA Y SE VALIDAN LA FUNCION, LA *00001460
      * INTERFAZ Y EL PROGRAMA LLAMANTE.                               *00001470
      ******************************************************************00001480
       1000-INICIO.                                                     00001490
                                                                        00001500
           INITIALIZE XXYALLE-SALIDA                                    00001510
                      XXYALLE-DATOS-CONTROL                             00001520
                      WK-VARIABLES                                      00001530
                                                                        00001540
           MOVE CA-00                        TO XXYALLE-RETORNO         00001550
                                                                        00001560
           IF  XXYALLE-FUNCION-E NOT = CA-FUN-REGISTRAR                 00001570
               MOVE CA-88                    TO XXYALLE-RETORNO         00001580
               MOVE CA-ERR-FUNCION           TO XXYALLE-DESCRIPCION     00001590
               MOVE CA-XXBALLE               TO XXYALLE-RUTINA          00001600
               MOVE XXYALLE-FUNCION-E        TO XXYALLE-FUNCION         00001610
               MOVE CA-PRRF-1000             TO XXYALLE-PARRAFO         00001620
                                                                        00001630
               PERFORM 3000-FIN                                         00001640
                  THRU 3000-FIN-EXIT                                    00001650
                                                                        00001660
           END-IF                                                       00001670
                                                                        00001680
           IF  XXYALLE-INTERFAZ-E = SPACES OR LOW-VALUES                00001690
            OR XXYALLE-PROGRAMA-E = SPACES OR LOW-VALUES                00001700
               MOVE CA-88                    TO XXYALLE-RETORNO         00001710
               MOVE CA-ERR-INTERFAZ          TO XXYALLE-DESCRIPCION     00001720
               MOVE CA-XXBALLE               TO XXYALLE-RUTINA          00001730
               MOVE XXYALLE-FUNCION-E        TO XXYALLE-FUNCION         00001740
               MOVE CA-PRRF-1000             TO XXYALLE-PARRAFO         00001750
                                                                        00001760
               PERFORM 3000-FIN                                         00001770
                  THRU 3000-FIN-EXIT                                    00001780
                                                                        00001790
           END-IF                                                       00001800
                                                                        00001810
           .                                                            00001820
       1000-INICIO-EXIT.                                                00001830
           EXIT.                                                        00001840
                                                                        00001850
      ******************************************************************00001860
      * 2000-PROCESO.                                                  *00001870
      * SE RESUELVE LA FECHA DE NEGOCIO Y SE REGISTRA LA LLEGADA; SI   *00001880
      * YA HABIA LLEGADA PARA LA FECHA SE SUMA UNA RECEPCION.          *00001890
      ******************************************************************00001900
       2000-PROCESO.                                                    00001910
                                                                        00001920
           PERFORM 2050-RESOLVER-FECHA                                  00001930
              THRU 2050-RESOLVER-FECHA-EXIT                             00001940
                                                                        00001950
           PERFORM 2100-REGISTRAR-LLEGADA                               00001960
              THRU 2100-REGISTRAR-LLEGADA-EXIT                          00001970
                                                                        00001980
           IF  DB2-CLAVE-DUPLICADA                                      00001990
               PERFORM 2200-SUMAR-RECEPCION                             00002000
                  THRU 2200-SUMAR-RECEPCION-EXIT                        00002010
           END-IF                                                       00002020
                                                                        00002030
           .                                                            00002040
       2000-PROCESO-EXIT.                                               00002050
           EXIT.                                                        00002060
                                                                        00002070
      ******************************************************************00002080
      * 2050-RESOLVER-FECHA.                                           *00002090
      * SI EL LLAMANTE NO INFORMA LA FECHA DE NEGOCIO SE TOMA LA FECHA *00002100
      * ACTUAL.                                                        *00002110
      ******************************************************************00002120
       2050-RESOLVER-FECHA.                                             00002130
                                                                        00002140
           IF  XXYALLE-FECNEGOCIO-E = SPACES OR LOW-VALUES              00002150
               EXEC SQL                                                 00002160
                    SELECT CHAR(CURRENT DATE, ISO)                      00002170
                      INTO :WK-FECNEGOCIO                               00002180
                      FROM SYSIBM.SYSDUMMY1                             00002190
               END-EXEC                                                 00002200
                                                                        00002210
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00002220
                                                                        00002230
               IF  NOT DB2-OK                                           00002240
                   MOVE CA-SELECT            TO XXYALLE-ACCESO          00002250
                   MOVE CA-PRRF-2050         TO XXYALLE-PARRAFO         00002260
                   PERFORM 8000-ERROR-DB2                               00002270
                      THRU 8000-ERROR-DB2-EXIT                          00002280
               END-IF                                                   00002290
           ELSE                                                         00002300
               MOVE XXYALLE-FECNEGOCIO-E     TO WK-FECNEGOCIO           00002310
           END-IF                                                       00002320
                                                                        00002330
           .                                                            00002340
       2050-RESOLVER-FECHA-EXIT.                                        00002350
           EXIT.                                                        00002360
                                                                        00002370
      ******************************************************************00002380
      * 2100-REGISTRAR-LLEGADA.                                        *00002390
      * SE REGISTRA LA PRIMERA LLEGADA DEL FICHERO DE LA INTERFAZ PARA *00002400
      * LA FECHA DE NEGOCIO. LA CLAVE DUPLICADA SE DEVUELVE A          *00002410
      * 2000-PROCESO PARA SUMAR LA RECEPCION.                          *00002420
      ******************************************************************00002430
       2100-REGISTRAR-LLEGADA.                                          00002440
                                                                        00002450
           EXEC SQL                                                     00002460
                INSERT INTO FICH_ENTR_LLEGADA                           00002470
                      ( G3227_INTERFAZ, G3227_FECNEGOCIO,               00002480
                        G3227_PROGRAMA, G3227_FECLLEGADA,               00002490
                        G3227_FECULTIMA, G3227_NUMRECEP )               00002500
                VALUES                                                  00002510
                      ( :XXYALLE-INTERFAZ-E,                            00002520
                        :WK-FECNEGOCIO,                                 00002530
                        :XXYALLE-PROGRAMA-E,                            00002540
                        CURRENT TIMESTAMP,                              00002550
                        CURRENT TIMESTAMP,                              00002560
                        1 )                                             00002570
           END-EXEC                                                     00002580
                                                                        00002590
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002600
                                                                        00002610
           EVALUATE  TRUE                                               00002620
               WHEN  DB2-OK                                             00002630
                     MOVE CN-1               TO XXYALLE-NUMRECEP-S      00002640
                                                                        00002650
               WHEN  DB2-CLAVE-DUPLICADA                                00002660
                     CONTINUE                                           00002670
                                                                        00002680
               WHEN  OTHER                                              00002690
                     MOVE CA-INSERT          TO XXYALLE-ACCESO          00002700
                     MOVE CA-PRRF-2100       TO XXYALLE-PARRAFO         00002710
                     PERFORM 8000-ERROR-DB2                             00002720
                        THRU 8000-ERROR-DB2-EXIT                        00002730
                                                                        00002740
           END-EVALUATE                                                 00002750
                                                                        00002760
           .                                                            00002770
       2100-REGISTRAR-LLEGADA-EXIT.                                     00002780
           EXIT.                                                        00002790
                                                                        00002800
      ******************************************************************00002810
      * 2200-SUMAR-RECEPCION.                                          *00002820
      * EL FICHERO YA HABIA LLEGADO PARA LA FECHA (REPROCESO O SEGUNDO *00002830
      * ENVIO): SE CONSERVA LA HORA DE LA PRIMERA LLEGADA, SE ANOTA LA *00002840
      * ULTIMA Y SE SUMA UNA RECEPCION.                                *00002850
      ******************************************************************00002860
       2200-SUMAR-RECEPCION.                                            00002870
                                                                        00002880
           EXEC SQL                                                     00002890
                UPDATE FICH_ENTR_LLEGADA                                00002900
                   SET G3227_PROGRAMA  = :XXYALLE-PROGRAMA-E,           00002910
                       G3227_FECULTIMA = CURRENT TIMESTAMP,             00002920
                       G3227_NUMRECEP  = G3227_NUMRECEP + 1             00002930
                 WHERE G3227_INTERFAZ   = :XXYALLE-INTERFAZ-E           00002940
                   AND G3227_FECNEGOCIO = :WK-FECNEGOCIO                00002950
           END-EXEC                                                     00002960
                                                                        00002970
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00002980
                                                                        00002990
           IF  NOT DB2-OK                                               00003000
               MOVE CA-UPDATE                TO XXYALLE-ACCESO          00003010
               MOVE CA-PRRF-2200             TO XXYALLE-PARRAFO         00003020
               PERFORM 8000-ERROR-DB2                                   00003030
                  THRU 8000-ERROR-DB2-EXIT                              00003040
           END-IF                                                       00003050
                                                                        00003060
           EXEC SQL                                                     00003070
                SELECT G3227_NUMRECEP                                   00003080
                  INTO :G3227-NUMRECEP                                  00003090
                  FROM FICH_ENTR_LLEGADA                                00003100
                 WHERE G3227_INTERFAZ   = :XXYALLE-INTERFAZ-E           00003110
                   AND G3227_FECNEGOCIO = :WK-FECNEGOCIO                00003120
           END-EXEC                                                     00003130
                                                                        00003140
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003150
                                                                        00003160
           IF  NOT DB2-OK                                               00003170
               MOVE CA-SELECT                TO XXYALLE-ACCESO          00003180
               MOVE CA-PRRF-2200             TO XXYALLE-PARRAFO         00003190
               PERFORM 8000-ERROR-DB2                                   00003200
                  THRU 8000-ERROR-DB2-EXIT                              00003210
           END-IF                                                       00003220
                                                                        00003230
           MOVE G3227-NUMRECEP               TO XXYALLE-NUMRECEP-S      00003240
                                                                        00003250
           .                                                            00003260
       2200-SUMAR-RECEPCION-EXIT.                                       00003270
           EXIT.                                                        00003280
                                                                        00003290
      ******************************************************************00003300
      * 8000-ERROR-DB2.                                                *00003310
      * SE INFORMA EL AREA DE DIAGNOSTICO Y SE DEVUELVE EL CONTROL AL  *00003320
      * LLAMANTE CON RETORNO DE ERROR DB2.                             *00003330
      ******************************************************************00003340
       8000-ERROR-DB2.                                                  00003350
                                                                        00003360
           MOVE CA-99                        TO XXYALLE-RETORNO         00003370
           MOVE CA-ERR-DB2                   TO XXYALLE-DESCRIPCION     00003380
           MOVE SQLCODE                      TO XXYALLE-SQLCODE         00003390
           MOVE SQLCA                        TO XXYALLE-SQLCA           00003400
           MOVE CA-FICH-ENTR-LLEGADA         TO XXYALLE-TABLA           00003410
           MOVE CA-XXBALLE                   TO XXYALLE-RUTINA          00003420
           MOVE XXYALLE-FUNCION-E            TO XXYALLE-FUNCION         00003430
                                                                        00003440
           PERFORM 3000-FIN                                             00003450
              THRU 3000-FIN-EXIT                                        00003460
                                                                        00003470
           .                                                            00003480
       8000-ERROR-DB2-EXIT.                                             00003490
           EXIT.                                                        00003500
                                                                        00003510
      ******************************************************************00003520
      * 3000-FIN.                                                      *00003530
      * FINALIZA LA EJECUCION DE LA RUTINA.                            *00003540
      ******************************************************************00003550
       3000-FIN.                                                        00003560
                                                                        00003570
           GOBACK                                                       00003580
                                                                        00003590
           .                                                            00003600
       3000-FIN-EXIT.                                                   00003610
           EXIT.                                                        00003620
                                                                        00003630
