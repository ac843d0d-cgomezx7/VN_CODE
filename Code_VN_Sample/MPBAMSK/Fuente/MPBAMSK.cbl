      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : MPBAMSK.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA BATCH DE ENMASCARADO DEL XPAN PARA LOS    *00000110
      *               LISTADOS Y FICHEROS DE TRABAJO DEL CIRCUITO DE   *00000120
      *               TARJETAS. APLICA LA REGLA UNICA DE ENMASCARADO:  *00000130
      *               SE DEJAN VISIBLES LOS PRIMEROS Y LOS ULTIMOS     *00000140
      *               DIGITOS QUE FIJE LA POLITICA DE LA SALIDA Y EL   *00000150
      *               RESTO SE SUSTITUYE POR ASTERISCOS.               *00000160
      *               LA POLITICA SE BUSCA EN MASCARA_PAN_SALIDA POR   *00000170
      *               PROGRAMA Y DDNAME; SI NO LA HAY, POR LA FILA     *00000180
      *               GENERICA DEL PROGRAMA (DDNAME '*'), Y SI TAMPOCO *00000190
      *               SE APLICAN SEIS PRIMEROS Y CUATRO ULTIMOS. UNA   *00000200
      *               POLITICA NUNCA PUEDE DEJAR VISIBLES MAS DIGITOS  *00000210
      *               QUE LOS DE LA POLITICA POR DEFECTO.              *00000220
      *               LAS POLITICAS LEIDAS SE GUARDAN EN MEMORIA PARA  *00000230
      *               NO REPETIR EL ACCESO EN CADA LLAMADA.            *00000240
      *-                                                              -*00000250
      *  COPYS Y DCLGENS:                                              *00000260
      *    MPYAMSK  : COPY DE COMUNICACION CON LA RUTINA.              *00000270
      *    D4467100 : DCLGEN DE LA TABLA MASCARA_PAN_SALIDA.           *00000280
      *-                                                              -*00000290
      *  CODIGOS DE RETORNO:                                           *00000300
      *    '00'     : CORRECTO.                                        *00000310
      *    '88'     : DATOS DE ENTRADA INCOMPLETOS.                    *00000320
      *    '99'     : ERROR DB2.                                       *00000330
      *-                                                              -*00000340
      ******************************************************************00000350
      *                  M O D I F I C A C I O N E S                   *00000360
      ******************************************************************00000370
      *                                                                *00000380
      * USUARIO    FECHA             DESCRIPCION                       *00000390
      * -------- ---------- ------------------------------------------ *00000400
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA DE ENMASCARADO    *00000410
      *                        DEL XPAN.                               *00000420
      ******************************************************************00000430
                                                                        00000440
      ******************************************************************00000450
      * IDENTIFICATION DIVISION                                        *00000460
      ******************************************************************00000470
       IDENTIFICATION DIVISION.                                         00000480
       PROGRAM-ID.   MPBAMSK.                                           00000490
       AUTHOR.       VIEWNEXT.                                          00000500
       DATE-WRITTEN. 15-10-2026.                                        00000510
       DATE-COMPILED.                                                   00000520
                                                                        00000530
      ******************************************************************00000540
      * ENVIRONMENT DIVISION                                           *00000550
      ******************************************************************00000560
       ENVIRONMENT DIVISION.                                            00000570
                                                                        00000580
       CONFIGURATION SECTION.                                           00000590
       SOURCE-COMPUTER. IBM-3090.                                       00000600
       OBJECT-COMPUTER. IBM-3090.                                       00000610
       SPECIAL-NAMES.                                                   00000620
           DECIMAL-POINT IS COMMA.                                      00000630
                                                                        00000640
      ******************************************************************00000650
      * DATA DIVISION                                                  *00000660
      ******************************************************************00000670
       DATA DIVISION.                                                   00000680
                                                                        00000690
       WORKING-STORAGE SECTION.                                         00000700
                                                                        00000710
      ******************************************************************00000720
      *                        S W I T C H E S                         *00000730
      ******************************************************************00000740
       01  SW-SWITCHES.                                                 00000750
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP              00000760
                                                       VALUE ZEROES.    00000770
               88  DB2-OK                              VALUE 0.         00000780
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00000790
           05  SW-POLITICA-ENCONTRADA      PIC X(01)   VALUE 'N'.       00000800
               88  SI-POLITICA-ENCONTRADA              VALUE 'S'.       00000810
               88  NO-POLITICA-ENCONTRADA              VALUE 'N'.       00000820
                                                                        00000830
      ******************************************************************00000840
      *                    C O N S T A N T E S                         *00000850
      ******************************************************************00000860
       01  CT-CONSTANTES.                                               00000870
           05  CA-CONSTANTES-ALFANUMERICAS.                             00000880
               10  CA-00                   PIC X(02)   VALUE '00'.      00000890
               10  CA-88                   PIC X(02)   VALUE '88'.      00000900
               10  CA-99                   PIC X(02)   VALUE '99'.      00000910
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00000920
               10  CA-MASCARA-PAN          PIC X(18)   VALUE            00000930
                                   'MASCARA_PAN_SALIDA'.                00000940
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00000950
               10  CA-DDNAME-GENERICO      PIC X(08)   VALUE '*'.       00000960
               10  CA-ORIGEN-SALIDA        PIC X(01)   VALUE 'S'.       00000970
               10  CA-ORIGEN-PROGRAMA      PIC X(01)   VALUE 'P'.       00000980
               10  CA-ORIGEN-DEFECTO       PIC X(01)   VALUE 'D'.       00000990
               10  CA-ASTERISCOS           PIC X(22)   VALUE ALL '*'.   00001000
               10  CA-ERR-ENTRADA          PIC X(40)   VALUE            00001010
                         'DATOS DE ENTRADA A LA RUTINA INCOMPLETOS'.    00001020
               10  CA-ERR-DB2              PIC X(46)   VALUE            00001030
                   'ERROR EN ACCESO A LA TABLA MASCARA_PAN_SALIDA'.     00001040
               10  CA-PRRF-1100            PIC X(20)   VALUE            00001050
                                   '1100-VALIDAR-ENTRADA'.              00001060
               10  CA-PRRF-2200            PIC X(20)   VALUE            00001070
                                   '2200-LEER-POLITICA'.                00001080
                                                                        00001090
           05  CN-CONSTANTES-NUMERICAS.                                 00001100
               10  CN-1                    PIC 9(01)   VALUE 1.         00001110
      *--      POLITICA POR DEFECTO Y MAXIMO VISIBLE: SEIS PRIMEROS Y   00001120
      *--      CUATRO ULTIMOS DIGITOS.                                  00001130
               10  CN-VISINI-DEFECTO       PIC 9(02)   VALUE 6.         00001140
               10  CN-VISFIN-DEFECTO       PIC 9(02)   VALUE 4.         00001150
               10  CN-LONG-XPAN            PIC 9(02)   VALUE 22.        00001160
               10  CN-MAX-POLITICAS        PIC 9(02)   VALUE 50.        00001170
                                                                        00001180
      ******************************************************************00001190
      *                    V A R I A B L E S                           *00001200
      ******************************************************************00001210
       01  WK-VARIABLES.                                                00001220
           05  WK-IDX                      PIC 9(02)   VALUE ZEROES.    00001230
           05  WK-POS-XPAN                 PIC 9(02)   VALUE ZEROES.    00001240
           05  WK-LONG-XPAN                PIC 9(02)   VALUE ZEROES.    00001250
           05  WK-LONG-MASCARA             PIC 9(02)   VALUE ZEROES.    00001260
           05  WK-INI-MASCARA              PIC 9(02)   VALUE ZEROES.    00001270
           05  WK-CLAVE-BUSCADA.                                        00001280
               10  WK-CB-PROGRAMA          PIC X(08).                   00001290
               10  WK-CB-DDNAME            PIC X(08).                   00001300
                                                                        00001310
      ******************************************************************00001320
      * POLITICAS YA RESUELTAS EN LA EJECUCION, POR PROGRAMA Y DDNAME. *00001330
      * SE CONSERVAN ENTRE LLAMADAS; CON LA TABLA LLENA, LAS SALIDAS   *00001340
      * NUEVAS SE RESUELVEN SIN GUARDARSE.                             *00001350
      ******************************************************************00001360
       01  WK-TABLA-POLITICAS.                                          00001370
           05  WK-NUM-POLITICAS            PIC 9(02)   VALUE ZEROES.    00001380
           05  WK-POLITICA                 OCCURS 50 TIMES.             00001390
               10  WK-PO-CLAVE             PIC X(16).                   00001400
               10  WK-PO-VISINI            PIC 9(02).                   00001410
               10  WK-PO-VISFIN            PIC 9(02).                   00001420
               10  WK-PO-ORIGEN            PIC X(01).                   00001430
                                                                        00001440
       01  WK-POLITICA-ACTUAL.                                          00001450
           05  WK-PA-VISINI                PIC 9(02)   VALUE ZEROES.    00001460
           05  WK-PA-VISFIN                PIC 9(02)   VALUE ZEROES.    00001470
           05  WK-PA-ORIGEN                PIC X(01)   VALUE SPACES.    00001480
                                                                        00001490
      ******************************************************************00001500
      *                       M E N S A J E S                          *00001510
      ******************************************************************00001520
       01  MM-MENSAJES.                                                 00001530
      *--- MM-MP0659: CAMPOS DE ENTRADA OBLIGATORIOS.                   00001540
           05  MM-MP0659                   PIC X(06)   VALUE 'MP0659'.  00001550
      *--  XX3333: ERROR TECNICO. CONTACTE CON SU %XXAU.                00001560
           05  MM-XX3333                   PIC X(06)   VALUE 'XX3333'.  00001570
                                                                        00001580
      ******************************************************************00001590
      *                     D C L G E N S                              *00001600
      ******************************************************************00001610
      *--  AREA DE TRABAJO PARA DB2.                                    00001620
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001630
                                                                        00001640
      *--  DCLGEN DE LA TABLA MASCARA_PAN_SALIDA.                       00001650
           EXEC SQL INCLUDE D4467100 END-EXEC.                          00001660
                                                                        00001670
       LINKAGE SECTION.                                                 00001680
                                                                        00001690
           COPY MPYAMSK.                                                00001700
                                                                        00001710
      ******************************************************************00001720
      * PROCEDURE DIVISION                                             *00001730
      ******************************************************************00001740
       PROCEDURE DIVISION USING MPYAMSK.                                00001750
                                                                        00001760
           PERFORM 1000-INICIO                                          00001770
              THRU 1000-INICIO-EXIT                                     00001780
                                                                        00001790
           PERFORM 2000-PROCESO                                         00001800
              THRU 2000-PROCESO-EXIT                                    00001810
                                                                        00001820
           PERFORM 3000-FIN                                             00001830
              THRU 3000-FIN-EXIT                                        00001840
                                                                        00001850
           .                                                            00001860
                                                                        00001870
      ******************************************************************00001880
      * 1000-INICIO.                                                   *00001890
      * SE INICIALIZAN LAS AREAS DE SALIDA Y SE VALIDA LA ENTRADA.     *00001900
      ******************************************************************00001910
       1000-INICIO.                                                     00001920
                                                                        00001930
           INITIALIZE MPYAMSK-SALIDA                                    00001940
                      MPYAMSK-DATOS-CONTROL                             00001950
                      WK-VARIABLES                                      00001960
                      WK-POLITICA-ACTUAL                                00001970
                                                                        00001980
           MOVE CA-00                        TO MPYAMSK-RETORNO         00001990
                                                                        00002000
           PERFORM 1100-VALIDAR-ENTRADA                                 00002010
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002020
                                                                        00002030
           .                                                            00002040
       1000-INICIO-EXIT.                                                00002050
           EXIT.                                                        00002060
                                                                        00002070
      ******************************************************************00002080
      * 1100-VALIDAR-ENTRADA.                                          *00002090
      * EL PROGRAMA Y EL DDNAME DE LA SALIDA SON OBLIGATORIOS, YA QUE  *00002100
      * DETERMINAN LA POLITICA QUE SE APLICA.                          *00002110
      ******************************************************************00002120
       1100-VALIDAR-ENTRADA.                                            00002130
                                                                        00002140
           IF  MPYAMSK-PROGRAMA-E = SPACES OR LOW-VALUES OR             00002150
               MPYAMSK-DDNAME-E   = SPACES OR LOW-VALUES                00002160
               MOVE CA-88                    TO MPYAMSK-RETORNO         00002170
               MOVE MM-MP0659                TO MPYAMSK-MENSAJE         00002180
               MOVE CA-ERR-ENTRADA           TO MPYAMSK-DESCRIPCION     00002190
               MOVE CA-MPBAMSK               TO MPYAMSK-RUTINA          00002200
               MOVE CA-PRRF-1100             TO MPYAMSK-PARRAFO         00002210
                                                                        00002220
               PERFORM 3000-FIN                                         00002230
                  THRU 3000-FIN-EXIT                                    00002240
                                                                        00002250
           END-IF                                                       00002260
                                                                        00002270
           .                                                            00002280
       1100-VALIDAR-ENTRADA-EXIT.                                       00002290
           EXIT.                                                        00002300
                                                                        00002310
      ******************************************************************00002320
      * 2000-PROCESO.                                                  *00002330
      * SE RESUELVE LA POLITICA DE LA SALIDA Y SE APLICA AL XPAN.      *00002340
      ******************************************************************00002350
       2000-PROCESO.                                                    00002360
                                                                        00002370
           PERFORM 2100-RESOLVER-POLITICA                               00002380
              THRU 2100-RESOLVER-POLITICA-EXIT                          00002390
                                                                        00002400
           MOVE WK-PA-VISINI                 TO MPYAMSK-VISINI-S        00002410
           MOVE WK-PA-VISFIN                 TO MPYAMSK-VISFIN-S        00002420
           MOVE WK-PA-ORIGEN                 TO MPYAMSK-ORIGEN-S        00002430
                                                                        00002440
           PERFORM 2300-APLICAR-MASCARA                                 00002450
              THRU 2300-APLICAR-MASCARA-EXIT                            00002460
                                                                        00002470
           .                                                            00002480
       2000-PROCESO-EXIT.                                               00002490
           EXIT.                                                        00002500
                                                                        00002510
      ******************************************************************00002520
      * 2100-RESOLVER-POLITICA.                                        *00002530
      * SE BUSCA LA POLITICA DE LA SALIDA ENTRE LAS YA RESUELTAS Y, SI *00002540
      * NO ESTA, SE LEE DE LA TABLA Y SE GUARDA MIENTRAS HAYA HUECO.   *00002550
      ******************************************************************00002560
       2100-RESOLVER-POLITICA.                                          00002570
                                                                        00002580
           MOVE MPYAMSK-PROGRAMA-E           TO WK-CB-PROGRAMA          00002590
           MOVE MPYAMSK-DDNAME-E             TO WK-CB-DDNAME            00002600
                                                                        00002610
           SET NO-POLITICA-ENCONTRADA        TO TRUE                    00002620
                                                                        00002630
           PERFORM 2110-BUSCAR-POLITICA                                 00002640
              THRU 2110-BUSCAR-POLITICA-EXIT                            00002650
             VARYING WK-IDX FROM CN-1 BY CN-1                           00002660
               UNTIL WK-IDX > WK-NUM-POLITICAS                          00002670
                  OR SI-POLITICA-ENCONTRADA                             00002680
                                                                        00002690
           IF  SI-POLITICA-ENCONTRADA                                   00002700
               GO TO 2100-RESOLVER-POLITICA-EXIT                        00002710
           END-IF                                                       00002720
                                                                        00002730
           PERFORM 2200-LEER-POLITICA                                   00002740
              THRU 2200-LEER-POLITICA-EXIT                              00002750
                                                                        00002760
      *--  UNA POLITICA NUNCA DEJA VISIBLES MAS DIGITOS QUE LA POLITICA 00002770
      *--  POR DEFECTO.                                                 00002780
           IF  WK-PA-VISINI > CN-VISINI-DEFECTO                         00002790
               MOVE CN-VISINI-DEFECTO        TO WK-PA-VISINI            00002800
           END-IF                                                       00002810
                                                                        00002820
           IF  WK-PA-VISFIN > CN-VISFIN-DEFECTO                         00002830
               MOVE CN-VISFIN-DEFECTO        TO WK-PA-VISFIN            00002840
           END-IF                                                       00002850
                                                                        00002860
           IF  WK-NUM-POLITICAS < CN-MAX-POLITICAS                      00002870
               ADD CN-1                      TO WK-NUM-POLITICAS        00002880
               MOVE WK-CLAVE-BUSCADA                                    00002890
                 TO WK-PO-CLAVE (WK-NUM-POLITICAS)                      00002900
               MOVE WK-PA-VISINI                                        00002910
                 TO WK-PO-VISINI (WK-NUM-POLITICAS)                     00002920
               MOVE WK-PA-VISFIN                                        00002930
                 TO WK-PO-VISFIN (WK-NUM-POLITICAS)                     00002940
               MOVE WK-PA-ORIGEN                                        00002950
                 TO WK-PO-ORIGEN (WK-NUM-POLITICAS)                     00002960
           END-IF                                                       00002970
                                                                        00002980
           .                                                            00002990
       2100-RESOLVER-POLITICA-EXIT.                                     00003000
           EXIT.                                                        00003010
                                                                        00003020
      ******************************************************************00003030
      * 2110-BUSCAR-POLITICA.                                          *00003040
      * SE COMPRUEBA SI LA POLITICA GUARDADA ES LA DE LA SALIDA.       *00003050
      ******************************************************************00003060
       2110-BUSCAR-POLITICA.                                            00003070
                                                                        00003080
           IF  WK-PO-CLAVE (WK-IDX) = WK-CLAVE-BUSCADA                  00003090
               SET SI-POLITICA-ENCONTRADA    TO TRUE                    00003100
               MOVE WK-PO-VISINI (WK-IDX)    TO WK-PA-VISINI            00003110
               MOVE WK-PO-VISFIN (WK-IDX)    TO WK-PA-VISFIN            00003120
               MOVE WK-PO-ORIGEN (WK-IDX)    TO WK-PA-ORIGEN            00003130
           END-IF                                                       00003140
                                                                        00003150
           .                                                            00003160
       2110-BUSCAR-POLITICA-EXIT.                                       00003170
           EXIT.                                                        00003180
                                                                        00003190
      ******************************************************************00003200
      * 2200-LEER-POLITICA.                                            *00003210
      * SE LEE LA POLITICA DE LA SALIDA; SI NO EXISTE, LA GENERICA DEL *00003220
      * PROGRAMA, Y SI TAMPOCO, SE TOMA LA POLITICA POR DEFECTO.       *00003230
      ******************************************************************00003240
       2200-LEER-POLITICA.                                              00003250
                                                                        00003260
           INITIALIZE DCLMASCARA-PAN-SALIDA                             00003270
                                                                        00003280
           EXEC SQL                                                     00003290
                SELECT G3220_VISINI, G3220_VISFIN                       00003300
                  INTO :G3220-VISINI, :G3220-VISFIN                     00003310
                  FROM MASCARA_PAN_SALIDA                               00003320
                 WHERE G3220_PROGRAMA = :WK-CB-PROGRAMA                 00003330
                   AND G3220_DDNAME   = :WK-CB-DDNAME                   00003340
           END-EXEC                                                     00003350
                                                                        00003360
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003370
                                                                        00003380
           IF  DB2-OK                                                   00003390
               MOVE G3220-VISINI             TO WK-PA-VISINI            00003400
               MOVE G3220-VISFIN             TO WK-PA-VISFIN            00003410
               MOVE CA-ORIGEN-SALIDA         TO WK-PA-ORIGEN            00003420
               GO TO 2200-LEER-POLITICA-EXIT                            00003430
           END-IF                                                       00003440
                                                                        00003450
           IF  NOT DB2-CLV-NOT-FOUND                                    00003460
               PERFORM 2290-ERROR-DB2                                   00003470
                  THRU 2290-ERROR-DB2-EXIT                              00003480
           END-IF                                                       00003490
                                                                        00003500
           EXEC SQL                                                     00003510
                SELECT G3220_VISINI, G3220_VISFIN                       00003520
                  INTO :G3220-VISINI, :G3220-VISFIN                     00003530
                  FROM MASCARA_PAN_SALIDA                               00003540
                 WHERE G3220_PROGRAMA = :WK-CB-PROGRAMA                 00003550
                   AND G3220_DDNAME   = :CA-DDNAME-GENERICO             00003560
           END-EXEC                                                     00003570
                                                                        00003580
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003590
                                                                        00003600
           EVALUATE  TRUE                                               00003610
               WHEN  DB2-OK                                             00003620
                     MOVE G3220-VISINI       TO WK-PA-VISINI            00003630
                     MOVE G3220-VISFIN       TO WK-PA-VISFIN            00003640
                     MOVE CA-ORIGEN-PROGRAMA TO WK-PA-ORIGEN            00003650
                                                                        00003660
               WHEN  DB2-CLV-NOT-FOUND                                  00003670
                     MOVE CN-VISINI-DEFECTO  TO WK-PA-VISINI            00003680
                     MOVE CN-VISFIN-DEFECTO  TO WK-PA-VISFIN            00003690
                     MOVE CA-ORIGEN-DEFECTO  TO WK-PA-ORIGEN            00003700
                                                                        00003710
               WHEN  OTHER                                              00003720
                     PERFORM 2290-ERROR-DB2                             00003730
                        THRU 2290-ERROR-DB2-EXIT                        00003740
                                                                        00003750
           END-EVALUATE                                                 00003760
                                                                        00003770
           .                                                            00003780
       2200-LEER-POLITICA-EXIT.                                         00003790
           EXIT.                                                        00003800
                                                                        00003810
      ******************************************************************00003820
      * 2290-ERROR-DB2.                                                *00003830
      * SE DEVUELVE EL ERROR DE ACCESO A LA TABLA Y SE TERMINA SIN     *00003840
      * DEVOLVER XPAN, PARA QUE NUNCA SALGA SIN ENMASCARAR.            *00003850
      ******************************************************************00003860
       2290-ERROR-DB2.                                                  00003870
                                                                        00003880
           MOVE CA-99                        TO MPYAMSK-RETORNO         00003890
           MOVE MM-XX3333                    TO MPYAMSK-MENSAJE         00003900
           MOVE CA-ERR-DB2                   TO MPYAMSK-DESCRIPCION     00003910
           MOVE SQLCODE                      TO MPYAMSK-SQLCODE         00003920
           MOVE SQLCA                        TO MPYAMSK-SQLCA           00003930
           MOVE CA-MASCARA-PAN               TO MPYAMSK-TABLA           00003940
           MOVE CA-SELECT                    TO MPYAMSK-ACCESO          00003950
           MOVE CA-MPBAMSK                   TO MPYAMSK-RUTINA          00003960
           MOVE CA-PRRF-2200                 TO MPYAMSK-PARRAFO         00003970
                                                                        00003980
           PERFORM 3000-FIN                                             00003990
              THRU 3000-FIN-EXIT                                        00004000
                                                                        00004010
           .                                                            00004020
       2290-ERROR-DB2-EXIT.                                             00004030
           EXIT.                                                        00004040
                                                                        00004050
      ******************************************************************00004060
      * 2300-APLICAR-MASCARA.                                          *00004070
      * SE MIDE EL XPAN (SIN LOS BLANCOS FINALES) Y SE SUSTITUYEN POR  *00004080
      * ASTERISCOS LOS DIGITOS ENTRE LOS VISIBLES DEL PRINCIPIO Y DEL  *00004090
      * FINAL. UN XPAN QUE NO LLEGA A CUBRIR LOS DIGITOS VISIBLES SE   *00004100
      * ENMASCARA COMPLETO.                                            *00004110
      ******************************************************************00004120
       2300-APLICAR-MASCARA.                                            00004130
                                                                        00004140
           MOVE MPYAMSK-XPAN-E               TO MPYAMSK-XPAN-S          00004150
           MOVE ZEROES                       TO WK-LONG-XPAN            00004160
                                                                        00004170
           PERFORM 2310-MEDIR-XPAN                                      00004180
              THRU 2310-MEDIR-XPAN-EXIT                                 00004190
             VARYING WK-POS-XPAN FROM CN-1 BY CN-1                      00004200
               UNTIL WK-POS-XPAN > CN-LONG-XPAN                         00004210
                                                                        00004220
           IF  WK-LONG-XPAN = ZEROES                                    00004230
               GO TO 2300-APLICAR-MASCARA-EXIT                          00004240
           END-IF                                                       00004250
                                                                        00004260
           IF  WK-LONG-XPAN > WK-PA-VISINI + WK-PA-VISFIN               00004270
               COMPUTE WK-INI-MASCARA  = WK-PA-VISINI + CN-1            00004280
               COMPUTE WK-LONG-MASCARA = WK-LONG-XPAN                   00004290
                                       - WK-PA-VISINI - WK-PA-VISFIN    00004300
           ELSE                                                         00004310
               MOVE CN-1                     TO WK-INI-MASCARA          00004320
               MOVE WK-LONG-XPAN             TO WK-LONG-MASCARA         00004330
           END-IF                                                       00004340
                                                                        00004350
           MOVE CA-ASTERISCOS (CN-1:WK-LONG-MASCARA)                    00004360
             TO MPYAMSK-XPAN-S (WK-INI-MASCARA:WK-LONG-MASCARA)         00004370
                                                                        00004380
           .                                                            00004390
       2300-APLICAR-MASCARA-EXIT.                                       00004400
           EXIT.                                                        00004410
                                                                        00004420
      ******************************************************************00004430
      * 2310-MEDIR-XPAN.                                               *00004440
      * SE ANOTA LA ULTIMA POSICION NO BLANCA DEL XPAN.                *00004450
      ******************************************************************00004460
       2310-MEDIR-XPAN.                                                 00004470
                                                                        00004480
           IF  MPYAMSK-XPAN-E (WK-POS-XPAN:1) NOT = SPACE AND LOW-VALUE 00004490
               MOVE WK-POS-XPAN              TO WK-LONG-XPAN            00004500
           END-IF                                                       00004510
                                                                        00004520
           .                                                            00004530
       2310-MEDIR-XPAN-EXIT.                                            00004540
           EXIT.                                                        00004550
                                                                        00004560
      ******************************************************************00004570
      * 3000-FIN.                                                      *00004580
      * FINALIZA LA EJECUCION DE LA RUTINA.                            *00004590
      ******************************************************************00004600
       3000-FIN.                                                        00004610
                                                                        00004620
           GOBACK                                                       00004630
                                                                        00004640
           .                                                            00004650
       3000-FIN-EXIT.                                                   00004660
           EXIT.                                                        00004670
