      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA   : MPBANOR.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION : 15-10-2026.   AUTOR: VIEWNEXT.               *00000050
      *-                                                              -*00000060
      *  APLICACION : MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: RUTINA BATCH DE NORMALIZACION DE NOMBRES Y       *00000110
      *               DOCUMENTOS PARA EL CRIBADO CONTRA LA LISTA DE    *00000120
      *               SANCIONES. LA USAN LA CARGA DE LA LISTA Y EL     *00000130
      *               CRIBADO DE LOS FORMULARIOS, DE FORMA QUE AMBOS   *00000140
      *               LADOS SE COMPARAN CON LA MISMA REGLA:            *00000150
      *               - NOMBRES: SE PASAN A MAYUSCULAS SIN ACENTOS, SE *00000160
      *                 QUITAN PUNTOS Y APOSTROFES (S.A. = SA), LOS    *00000170
      *                 DEMAS SIGNOS SEPARAN PALABRAS, SE DESCARTAN    *00000180
      *                 LAS PARTICULAS (DE, DEL, LA...) Y, EN LAS      *00000190
      *                 ENTIDADES, LAS FORMAS SOCIETARIAS. SE DEVUELVE *00000200
      *                 EL NOMBRE NORMALIZADO Y LA CLAVE CON LAS       *00000210
      *                 PALABRAS ORDENADAS ALFABETICAMENTE.            *00000220
      *               - DOCUMENTOS: SE DEJAN SOLO LETRAS Y DIGITOS.    *00000230
      *-                                                              -*00000240
      *  COPYS Y DCLGENS:                                              *00000250
      *    MPYANOR  : COPY DE COMUNICACION CON LA RUTINA.              *00000260
      *-                                                              -*00000270
      *  CODIGOS DE RETORNO:                                           *00000280
      *    '00'     : CORRECTO.                                        *00000290
      *    '88'     : DATOS DE ENTRADA INCOMPLETOS.                    *00000300
      *-                                                              -*00000310
      ******************************************************************00000320
      *                  M O D I F I C A C I O N E S                   *00000330
      ******************************************************************00000340
      *                                                                *00000350
      * USUARIO    FECHA             DESCRIPCION                       *00000360
      * -------- ---------- ------------------------------------------ *00000370
      * VIEWNEXT 15-10-2026    CREACION DE LA RUTINA DE NORMALIZACION  *00000380
      *                        DE NOMBRES Y DOCUMENTOS.                *00000390
      ******************************************************************00000400
                                                                        00000410
      ******************************************************************00000420
      * IDENTIFICATION DIVISION                                        *00000430
      ******************************************************************00000440
       IDENTIFICATION DIVISION.                                         00000450
       PROGRAM-ID.   MPBANOR.                                           00000460
       AUTHOR.       VIEWNEXT.                                          00000470
       DATE-WRITTEN. 15-10-2026.                                        00000480
       DATE-COMPILED.                                                   00000490
                                                                        00000500
      ******************************************************************00000510
      * ENVIRONMENT DIVISION                                           *00000520
      ******************************************************************00000530
       ENVIRONMENT DIVISION.                                            00000540
                                                                        00000550
       CONFIGURATION SECTION.                                           00000560
       SOURCE-COMPUTER. IBM-3090.                                       00000570
       OBJECT-COMPUTER. IBM-3090.                                       00000580
       SPECIAL-NAMES.                                                   00000590
           DECIMAL-POINT IS COMMA.                                      00000600
                                                                        00000610
      ******************************************************************00000620
      * DATA DIVISION                                                  *00000630
      ******************************************************************00000640
       DATA DIVISION.                                                   00000650
                                                                        00000660
       WORKING-STORAGE SECTION.                                         00000670
                                                                        00000680
      ******************************************************************00000690
      *                        S W I T C H E S                         *00000700
      ******************************************************************00000710
       01  SW-SWITCHES.                                                 00000720
           05  SW-PARTICULA                PIC X(01)   VALUE 'N'.       00000730
               88  SI-PARTICULA                        VALUE 'S'.       00000740
               88  NO-PARTICULA                        VALUE 'N'.       00000750
                                                                        00000760
      ******************************************************************00000770
      *                    C O N S T A N T E S                         *00000780
      ******************************************************************00000790
       01  CT-CONSTANTES.                                               00000800
           05  CA-CONSTANTES-ALFANUMERICAS.                             00000810
               10  CA-00                   PIC X(02)   VALUE '00'.      00000820
               10  CA-88                   PIC X(02)   VALUE '88'.      00000830
               10  CA-MPBANOR              PIC X(07)   VALUE 'MPBANOR'. 00000840
               10  CA-FUNCION-NOMBRE       PIC X(01)   VALUE 'N'.       00000850
               10  CA-FUNCION-DOCUMENTO    PIC X(01)   VALUE 'D'.       00000860
               10  CA-TIPO-PERSONA         PIC X(01)   VALUE 'P'.       00000870
               10  CA-TIPO-ENTIDAD         PIC X(01)   VALUE 'E'.       00000880
               10  CA-PARTICULA-COMUN      PIC X(01)   VALUE 'A'.       00000890
               10  CA-PUNTO                PIC X(01)   VALUE '.'.       00000900
               10  CA-APOSTROFE            PIC X(01)   VALUE "'".       00000910
               10  CA-BLANCO               PIC X(01)   VALUE SPACE.     00000920
      *--      MINUSCULAS Y LETRAS ACENTUADAS, Y SU EQUIVALENTE EN      00000930
      *--      MAYUSCULAS SIN ACENTO, POSICION A POSICION.              00000940
               10  CA-LETRAS-ORIGEN.                                    00000950
                   15  FILLER              PIC X(26)   VALUE            00000960
                                   'abcdefghijklmnopqrstuvwxyz'.        00000970
                   15  FILLER              PIC X(22)   VALUE            00000980
                                   ''.            00000990
                   15  FILLER              PIC X(22)   VALUE            00001000
                                   ''.            00001010
               10  CA-LETRAS-DESTINO.                                   00001020
                   15  FILLER              PIC X(26)   VALUE            00001030
                                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.        00001040
                   15  FILLER              PIC X(22)   VALUE            00001050
                                   'AAAAEEEEIIIIOOOOUUUUNC'.            00001060
                   15  FILLER              PIC X(22)   VALUE            00001070
                                   'AAAAEEEEIIIIOOOOUUUUNC'.            00001080
               10  CA-ERR-ENTRADA          PIC X(40)   VALUE            00001090
                         'DATOS DE ENTRADA A LA RUTINA INCOMPLETOS'.    00001100
               10  CA-PRRF-1100            PIC X(20)   VALUE            00001110
                                   '1100-VALIDAR-ENTRADA'.              00001120
                                                                        00001130
           05  CN-CONSTANTES-NUMERICAS.                                 00001140
               10  CN-1                    PIC 9(01)   VALUE 1.         00001150
               10  CN-LONG-TEXTO           PIC 9(03)   VALUE 150.       00001160
               10  CN-LONG-PALABRA         PIC 9(02)   VALUE 40.        00001170
               10  CN-MAX-PALABRAS         PIC 9(02)   VALUE 30.        00001180
               10  CN-NUM-PARTICULAS       PIC 9(02)   VALUE 33.        00001190
                                                                        00001200
      * -- PALABRAS QUE NO FORMAN PARTE DE LA COMPARACION. TIPO 'A':    00001210
      * -- SE DESCARTAN EN TODOS LOS NOMBRES; TIPO 'E': SOLO EN LOS     00001220
      * -- DE ENTIDADES (FORMAS SOCIETARIAS Y NEXOS).                   00001230
       01  CT-PARTICULAS.                                               00001240
           05  FILLER                  PIC X(09)   VALUE 'DE      A'.   00001250
           05  FILLER                  PIC X(09)   VALUE 'DEL     A'.   00001260
           05  FILLER                  PIC X(09)   VALUE 'LA      A'.   00001270
           05  FILLER                  PIC X(09)   VALUE 'LAS     A'.   00001280
           05  FILLER                  PIC X(09)   VALUE 'LOS     A'.   00001290
           05  FILLER                  PIC X(09)   VALUE 'Y       A'.   00001300
           05  FILLER                  PIC X(09)   VALUE 'EL      E'.   00001310
           05  FILLER                  PIC X(09)   VALUE 'THE     E'.   00001320
           05  FILLER                  PIC X(09)   VALUE 'OF      E'.   00001330
           05  FILLER                  PIC X(09)   VALUE 'AND     E'.   00001340
           05  FILLER                  PIC X(09)   VALUE 'SA      E'.   00001350
           05  FILLER                  PIC X(09)   VALUE 'SL      E'.   00001360
           05  FILLER                  PIC X(09)   VALUE 'SLU     E'.   00001370
           05  FILLER                  PIC X(09)   VALUE 'SAU     E'.   00001380
           05  FILLER                  PIC X(09)   VALUE 'SLL     E'.   00001390
           05  FILLER                  PIC X(09)   VALUE 'SC      E'.   00001400
           05  FILLER                  PIC X(09)   VALUE 'COOP    E'.   00001410
           05  FILLER                  PIC X(09)   VALUE 'SCCL    E'.   00001420
           05  FILLER                  PIC X(09)   VALUE 'SCP     E'.   00001430
           05  FILLER                  PIC X(09)   VALUE 'CB      E'.   00001440
           05  FILLER                  PIC X(09)   VALUE 'SRL     E'.   00001450
           05  FILLER                  PIC X(09)   VALUE 'SPA     E'.   00001460
           05  FILLER                  PIC X(09)   VALUE 'LTD     E'.   00001470
           05  FILLER                  PIC X(09)   VALUE 'LIMITEDE'.    00001480
           05  FILLER                  PIC X(09)   VALUE 'INC     E'.   00001490
           05  FILLER                  PIC X(09)   VALUE 'CORP    E'.   00001500
           05  FILLER                  PIC X(09)   VALUE 'GMBH    E'.   00001510
           05  FILLER                  PIC X(09)   VALUE 'AG      E'.   00001520
           05  FILLER                  PIC X(09)   VALUE 'BV      E'.   00001530
           05  FILLER                  PIC X(09)   VALUE 'NV      E'.   00001540
           05  FILLER                  PIC X(09)   VALUE 'LLC     E'.   00001550
           05  FILLER                  PIC X(09)   VALUE 'PLC     E'.   00001560
           05  FILLER                  PIC X(09)   VALUE 'CIA     E'.   00001570
       01  CT-PARTICULAS-RED REDEFINES CT-PARTICULAS.                   00001580
           05  CT-PARTICULA                OCCURS 33 TIMES.             00001590
               10  CT-PT-PALABRA           PIC X(08).                   00001600
               10  CT-PT-TIPO              PIC X(01).                   00001610
                                                                        00001620
      ******************************************************************00001630
      *                    V A R I A B L E S                           *00001640
      ******************************************************************00001650
       01  WK-VARIABLES.                                                00001660
           05  WK-POS                      PIC 9(03)   VALUE ZEROES.    00001670
           05  WK-IDX                      PIC 9(02)   VALUE ZEROES.    00001680
           05  WK-IDX-ORD                  PIC 9(02)   VALUE ZEROES.    00001690
           05  WK-PUNTERO                  PIC 9(03)   VALUE ZEROES.    00001700
           05  WK-CARACTER                 PIC X(01)   VALUE SPACES.    00001710
           05  WK-TEXTO                    PIC X(150)  VALUE SPACES.    00001720
           05  WK-TEXTO-MONTADO            PIC X(150)  VALUE SPACES.    00001730
           05  WK-LONG-PALABRA             PIC 9(02)   VALUE ZEROES.    00001740
           05  WK-PALABRA-ACTUAL           PIC X(40)   VALUE SPACES.    00001750
           05  WK-PALABRA-AUX              PIC X(40)   VALUE SPACES.    00001760
                                                                        00001770
      ******************************************************************00001780
      * PALABRAS DEL NOMBRE, EN EL ORDEN EN QUE APARECEN Y, TRAS EL    *00001790
      * ORDENADO, ALFABETICAMENTE. LAS QUE EXCEDEN DE 30 SE IGNORAN.   *00001800
      ******************************************************************00001810
       01  WK-TABLA-PALABRAS.                                           00001820
           05  WK-NUM-PALABRAS             PIC 9(02)   VALUE ZEROES.    00001830
           05  WK-PALABRA                  PIC X(40)   OCCURS 30 TIMES. 00001840
                                                                        00001850
      ******************************************************************00001860
      *                       M E N S A J E S                          *00001870
      ******************************************************************00001880
       01  MM-MENSAJES.                                                 00001890
      *--- MM-MP0659: CAMPOS DE ENTRADA OBLIGATORIOS.                   00001900
           05  MM-MP0659                   PIC X(06)   VALUE 'MP0659'.  00001910
                                                                        00001920
       LINKAGE SECTION.                                                 00001930
                                                                        00001940
           COPY MPYANOR.                                                00001950
                                                                        00001960
      ******************************************************************00001970
      * PROCEDURE DIVISION                                             *00001980
      ******************************************************************00001990
       PROCEDURE DIVISION USING MPYANOR.                                00002000
                                                                        00002010
           PERFORM 1000-INICIO                                          00002020
              THRU 1000-INICIO-EXIT                                     00002030
                                                                        00002040
           PERFORM 2000-PROCESO                                         00002050
              THRU 2000-PROCESO-EXIT                                    00002060
                                                                        00002070
           PERFORM 3000-FIN                                             00002080
              THRU 3000-FIN-EXIT                                        00002090
                                                                        00002100
           .                                                            00002110
                                                                        00002120
      ******************************************************************00002130
      * 1000-INICIO.                                                   *00002140
      * SE INICIALIZAN LAS AREAS DE SALIDA Y SE VALIDA LA ENTRADA.     *00002150
      ******************************************************************00002160
       1000-INICIO.                                                     00002170
                                                                        00002180
           INITIALIZE MPYANOR-SALIDA                                    00002190
                      MPYANOR-DATOS-CONTROL                             00002200
                      WK-VARIABLES                                      00002210
                      WK-TABLA-PALABRAS                                 00002220
                                                                        00002230
           MOVE CA-00                        TO MPYANOR-RETORNO         00002240
                                                                        00002250
           PERFORM 1100-VALIDAR-ENTRADA                                 00002260
              THRU 1100-VALIDAR-ENTRADA-EXIT                            00002270
                                                                        00002280
           .                                                            00002290
       1000-INICIO-EXIT.                                                00002300
           EXIT.                                                        00002310
                                                                        00002320
      ******************************************************************00002330
      * 1100-VALIDAR-ENTRADA.                                          *00002340
      * LA FUNCION ES OBLIGATORIA Y, PARA LOS NOMBRES, TAMBIEN EL TIPO *00002350
      * DE TITULAR, YA QUE DETERMINA LAS PALABRAS QUE SE DESCARTAN.    *00002360
      ******************************************************************00002370
       1100-VALIDAR-ENTRADA.                                            00002380
                                                                        00002390
           IF  MPYANOR-FUNCION-E NOT = CA-FUNCION-NOMBRE    AND         00002400
               MPYANOR-FUNCION-E NOT = CA-FUNCION-DOCUMENTO             00002410
               GO TO 1100-ERROR-ENTRADA                                 00002420
           END-IF                                                       00002430
                                                                        00002440
           IF  MPYANOR-FUNCION-E  = CA-FUNCION-NOMBRE       AND         00002450
               MPYANOR-TIPENTID-E NOT = CA-TIPO-PERSONA     AND         00002460
               MPYANOR-TIPENTID-E NOT = CA-TIPO-ENTIDAD                 00002470
               GO TO 1100-ERROR-ENTRADA                                 00002480
           END-IF                                                       00002490
                                                                        00002500
           GO TO 1100-VALIDAR-ENTRADA-EXIT                              00002510
                                                                        00002520
           .                                                            00002530
       1100-ERROR-ENTRADA.                                              00002540
                                                                        00002550
           MOVE CA-88                        TO MPYANOR-RETORNO         00002560
           MOVE MM-MP0659                    TO MPYANOR-MENSAJE         00002570
           MOVE CA-ERR-ENTRADA               TO MPYANOR-DESCRIPCION     00002580
           MOVE CA-MPBANOR                   TO MPYANOR-RUTINA          00002590
           MOVE CA-PRRF-1100                 TO MPYANOR-PARRAFO         00002600
                                                                        00002610
           PERFORM 3000-FIN                                             00002620
              THRU 3000-FIN-EXIT                                        00002630
                                                                        00002640
           .                                                            00002650
       1100-VALIDAR-ENTRADA-EXIT.                                       00002660
           EXIT.                                                        00002670
                                                                        00002680
      ******************************************************************00002690
      * 2000-PROCESO.                                                  *00002700
      * SE PASA EL TEXTO A MAYUSCULAS SIN ACENTOS Y SE NORMALIZA SEGUN *00002710
      * LA FUNCION PEDIDA.                                             *00002720
      ******************************************************************00002730
       2000-PROCESO.                                                    00002740
                                                                        00002750
           MOVE MPYANOR-TEXTO-E              TO WK-TEXTO                00002760
                                                                        00002770
           INSPECT WK-TEXTO                                             00002780
                   CONVERTING CA-LETRAS-ORIGEN TO CA-LETRAS-DESTINO     00002790
                                                                        00002800
           IF  MPYANOR-FUNCION-E = CA-FUNCION-NOMBRE                    00002810
               PERFORM 2100-NORMALIZAR-NOMBRE                           00002820
                  THRU 2100-NORMALIZAR-NOMBRE-EXIT                      00002830
           ELSE                                                         00002840
               PERFORM 2500-NORMALIZAR-DOCUMENTO                        00002850
                  THRU 2500-NORMALIZAR-DOCUMENTO-EXIT                   00002860
           END-IF                                                       00002870
                                                                        00002880
           .                                                            00002890
       2000-PROCESO-EXIT.                                               00002900
           EXIT.                                                        00002910
                                                                        00002920
      ******************************************************************00002930
      * 2100-NORMALIZAR-NOMBRE.                                        *00002940
      * SE SEPARA EL NOMBRE EN PALABRAS, SE MONTA EL NOMBRE NORMALIZADO*00002950
      * Y, TRAS ORDENAR LAS PALABRAS, LA CLAVE DE COMPARACION.         *00002960
      ******************************************************************00002970
       2100-NORMALIZAR-NOMBRE.                                          00002980
                                                                        00002990
           MOVE ZEROES                       TO WK-LONG-PALABRA         00003000
           MOVE SPACES                       TO WK-PALABRA-ACTUAL       00003010
                                                                        00003020
           PERFORM 2110-TRATAR-CARACTER                                 00003030
              THRU 2110-TRATAR-CARACTER-EXIT                            00003040
             VARYING WK-POS FROM CN-1 BY CN-1                           00003050
               UNTIL WK-POS > CN-LONG-TEXTO                             00003060
                                                                        00003070
      *--  SE CIERRA LA ULTIMA PALABRA DEL TEXTO.                       00003080
           PERFORM 2130-CERRAR-PALABRA                                  00003090
              THRU 2130-CERRAR-PALABRA-EXIT                             00003100
                                                                        00003110
           MOVE WK-NUM-PALABRAS              TO MPYANOR-PALABRAS-S      00003120
                                                                        00003130
           IF  WK-NUM-PALABRAS = ZEROES                                 00003140
               GO TO 2100-NORMALIZAR-NOMBRE-EXIT                        00003150
           END-IF                                                       00003160
                                                                        00003170
           PERFORM 2200-MONTAR-TEXTO                                    00003180
              THRU 2200-MONTAR-TEXTO-EXIT                               00003190
                                                                        00003200
           MOVE WK-TEXTO-MONTADO             TO MPYANOR-NORMAL-S        00003210
                                                                        00003220
           IF  WK-NUM-PALABRAS > CN-1                                   00003230
               PERFORM 2300-ORDENAR-PALABRAS                            00003240
                  THRU 2300-ORDENAR-PALABRAS-EXIT                       00003250
                 VARYING WK-IDX FROM CN-1 BY CN-1                       00003260
                   UNTIL WK-IDX NOT < WK-NUM-PALABRAS                   00003270
                 AFTER WK-IDX-ORD FROM CN-1 BY CN-1                     00003280
                   UNTIL WK-IDX-ORD > WK-NUM-PALABRAS - WK-IDX          00003290
           END-IF                                                       00003300
                                                                        00003310
           PERFORM 2200-MONTAR-TEXTO                                    00003320
              THRU 2200-MONTAR-TEXTO-EXIT                               00003330
                                                                        00003340
           MOVE WK-TEXTO-MONTADO             TO MPYANOR-CLAVE-S         00003350
                                                                        00003360
           .                                                            00003370
       2100-NORMALIZAR-NOMBRE-EXIT.                                     00003380
           EXIT.                                                        00003390
                                                                        00003400
      ******************************************************************00003410
      * 2110-TRATAR-CARACTER.                                          *00003420
      * LOS PUNTOS Y APOSTROFES SE IGNORAN, LAS LETRAS Y DIGITOS SE    *00003430
      * ANADEN A LA PALABRA EN CURSO Y CUALQUIER OTRO CARACTER LA      *00003440
      * CIERRA.                                                        *00003450
      ******************************************************************00003460
       2110-TRATAR-CARACTER.                                            00003470
                                                                        00003480
           MOVE WK-TEXTO (WK-POS:CN-1)       TO WK-CARACTER             00003490
                                                                        00003500
           IF  WK-CARACTER = CA-PUNTO OR CA-APOSTROFE                   00003510
               GO TO 2110-TRATAR-CARACTER-EXIT                          00003520
           END-IF                                                       00003530
                                                                        00003540
           IF  (WK-CARACTER IS ALPHABETIC-UPPER AND                     00003550
                WK-CARACTER NOT = CA-BLANCO)    OR                      00003560
               WK-CARACTER IS NUMERIC                                   00003570
               PERFORM 2120-ANADIR-CARACTER                             00003580
                  THRU 2120-ANADIR-CARACTER-EXIT                        00003590
           ELSE                                                         00003600
               PERFORM 2130-CERRAR-PALABRA                              00003610
                  THRU 2130-CERRAR-PALABRA-EXIT                         00003620
           END-IF                                                       00003630
                                                                        00003640
           .                                                            00003650
       2110-TRATAR-CARACTER-EXIT.                                       00003660
           EXIT.                                                        00003670
                                                                        00003680
      ******************************************************************00003690
      * 2120-ANADIR-CARACTER.                                          *00003700
      * SE ANADE EL CARACTER A LA PALABRA EN CURSO. LO QUE EXCEDE DE LA*00003710
      * LONGITUD MAXIMA DE PALABRA SE IGNORA.                          *00003720
      ******************************************************************00003730
       2120-ANADIR-CARACTER.                                            00003740
                                                                        00003750
           IF  WK-LONG-PALABRA < CN-LONG-PALABRA                        00003760
               ADD CN-1                      TO WK-LONG-PALABRA         00003770
               MOVE WK-CARACTER                                         00003780
                 TO WK-PALABRA-ACTUAL (WK-LONG-PALABRA:CN-1)            00003790
           END-IF                                                       00003800
                                                                        00003810
           .                                                            00003820
       2120-ANADIR-CARACTER-EXIT.                                       00003830
           EXIT.                                                        00003840
                                                                        00003850
      ******************************************************************00003860
      * 2130-CERRAR-PALABRA.                                           *00003870
      * SE GUARDA LA PALABRA EN CURSO SALVO QUE SEA UNA PARTICULA QUE  *00003880
      * NO CUENTA PARA EL TIPO DE TITULAR, Y SE EMPIEZA OTRA.          *00003890
      ******************************************************************00003900
       2130-CERRAR-PALABRA.                                             00003910
                                                                        00003920
           IF  WK-LONG-PALABRA = ZEROES                                 00003930
               GO TO 2130-CERRAR-PALABRA-EXIT                           00003940
           END-IF                                                       00003950
                                                                        00003960
           SET NO-PARTICULA                  TO TRUE                    00003970
                                                                        00003980
           PERFORM 2140-BUSCAR-PARTICULA                                00003990
              THRU 2140-BUSCAR-PARTICULA-EXIT                           00004000
             VARYING WK-IDX FROM CN-1 BY CN-1                           00004010
               UNTIL WK-IDX > CN-NUM-PARTICULAS                         00004020
                  OR SI-PARTICULA                                       00004030
                                                                        00004040
           IF  NO-PARTICULA AND WK-NUM-PALABRAS < CN-MAX-PALABRAS       00004050
               ADD CN-1                      TO WK-NUM-PALABRAS         00004060
               MOVE WK-PALABRA-ACTUAL                                   00004070
                 TO WK-PALABRA (WK-NUM-PALABRAS)                        00004080
           END-IF                                                       00004090
                                                                        00004100
           MOVE ZEROES                       TO WK-LONG-PALABRA         00004110
           MOVE SPACES                       TO WK-PALABRA-ACTUAL       00004120
                                                                        00004130
           .                                                            00004140
       2130-CERRAR-PALABRA-EXIT.                                        00004150
           EXIT.                                                        00004160
                                                                        00004170
      ******************************************************************00004180
      * 2140-BUSCAR-PARTICULA.                                         *00004190
      * SE COMPRUEBA SI LA PALABRA ES LA PARTICULA DE LA TABLA Y SI SE *00004200
      * DESCARTA PARA EL TIPO DE TITULAR DEL NOMBRE.                   *00004210
      ******************************************************************00004220
       2140-BUSCAR-PARTICULA.                                           00004230
                                                                        00004240
           IF  CT-PT-PALABRA (WK-IDX) = WK-PALABRA-ACTUAL AND           00004250
              (CT-PT-TIPO (WK-IDX)   = CA-PARTICULA-COMUN OR            00004260
               MPYANOR-TIPENTID-E    = CA-TIPO-ENTIDAD)                 00004270
               SET SI-PARTICULA              TO TRUE                    00004280
           END-IF                                                       00004290
                                                                        00004300
           .                                                            00004310
       2140-BUSCAR-PARTICULA-EXIT.                                      00004320
           EXIT.                                                        00004330
                                                                        00004340
      ******************************************************************00004350
      * 2200-MONTAR-TEXTO.                                             *00004360
      * SE MONTAN LAS PALABRAS DE LA TABLA, EN SU ORDEN ACTUAL,        *00004370
      * SEPARADAS POR UN BLANCO.                                       *00004380
      ******************************************************************00004390
       2200-MONTAR-TEXTO.                                               00004400
                                                                        00004410
           MOVE SPACES                       TO WK-TEXTO-MONTADO        00004420
           MOVE CN-1                         TO WK-PUNTERO              00004430
                                                                        00004440
           PERFORM 2210-ANADIR-PALABRA                                  00004450
              THRU 2210-ANADIR-PALABRA-EXIT                             00004460
             VARYING WK-IDX FROM CN-1 BY CN-1                           00004470
               UNTIL WK-IDX > WK-NUM-PALABRAS                           00004480
                                                                        00004490
           .                                                            00004500
       2200-MONTAR-TEXTO-EXIT.                                          00004510
           EXIT.                                                        00004520
                                                                        00004530
      ******************************************************************00004540
      * 2210-ANADIR-PALABRA.                                           *00004550
      * SE ANADE LA PALABRA AL TEXTO MONTADO MIENTRAS QUEPA.           *00004560
      ******************************************************************00004570
       2210-ANADIR-PALABRA.                                             00004580
                                                                        00004590
           IF  WK-IDX > CN-1                                            00004600
               STRING CA-BLANCO              DELIMITED BY SIZE          00004610
                 INTO WK-TEXTO-MONTADO                                  00004620
                 WITH POINTER WK-PUNTERO                                00004630
               END-STRING                                               00004640
           END-IF                                                       00004650
                                                                        00004660
           STRING WK-PALABRA (WK-IDX)        DELIMITED BY SPACE         00004670
             INTO WK-TEXTO-MONTADO                                      00004680
             WITH POINTER WK-PUNTERO                                    00004690
           END-STRING                                                   00004700
                                                                        00004710
           .                                                            00004720
       2210-ANADIR-PALABRA-EXIT.                                        00004730
           EXIT.                                                        00004740
                                                                        00004750
      ******************************************************************00004760
      * 2300-ORDENAR-PALABRAS.                                         *00004770
      * SE INTERCAMBIAN DOS PALABRAS CONSECUTIVAS SI ESTAN FUERA DE    *00004780
      * ORDEN ALFABETICO.                                              *00004790
      ******************************************************************00004800
       2300-ORDENAR-PALABRAS.                                           00004810
                                                                        00004820
           IF  WK-PALABRA (WK-IDX-ORD) > WK-PALABRA (WK-IDX-ORD + CN-1) 00004830
               MOVE WK-PALABRA (WK-IDX-ORD)  TO WK-PALABRA-AUX          00004840
               MOVE WK-PALABRA (WK-IDX-ORD + CN-1)                      00004850
                 TO WK-PALABRA (WK-IDX-ORD)                             00004860
               MOVE WK-PALABRA-AUX                                      00004870
                 TO WK-PALABRA (WK-IDX-ORD + CN-1)                      00004880
           END-IF                                                       00004890
                                                                        00004900
           .                                                            00004910
       2300-ORDENAR-PALABRAS-EXIT.                                      00004920
           EXIT.                                                        00004930
                                                                        00004940
      ******************************************************************00004950
      * 2500-NORMALIZAR-DOCUMENTO.                                     *00004960
      * DEL DOCUMENTO SOLO SE CONSERVAN LAS LETRAS Y LOS DIGITOS; EL   *00004970
      * RESULTADO ES A LA VEZ EL TEXTO NORMALIZADO Y LA CLAVE.         *00004980
      ******************************************************************00004990
       2500-NORMALIZAR-DOCUMENTO.                                       00005000
                                                                        00005010
           MOVE SPACES                       TO WK-TEXTO-MONTADO        00005020
           MOVE ZEROES                       TO WK-PUNTERO              00005030
                                                                        00005040
           PERFORM 2510-TRATAR-CARACTER-DOC                             00005050
              THRU 2510-TRATAR-CARACTER-DOC-EXIT                        00005060
             VARYING WK-POS FROM CN-1 BY CN-1                           00005070
               UNTIL WK-POS > CN-LONG-TEXTO                             00005080
                                                                        00005090
           IF  WK-PUNTERO > ZEROES                                      00005100
               MOVE CN-1                     TO MPYANOR-PALABRAS-S      00005110
               MOVE WK-TEXTO-MONTADO         TO MPYANOR-NORMAL-S        00005120
                                                MPYANOR-CLAVE-S         00005130
           END-IF                                                       00005140
                                                                        00005150
           .                                                            00005160
       2500-NORMALIZAR-DOCUMENTO-EXIT.                                  00005170
           EXIT.                                                        00005180
                                                                        00005190
      ******************************************************************00005200
      * 2510-TRATAR-CARACTER-DOC.                                      *00005210
      * SE COPIA EL CARACTER SI ES UNA LETRA O UN DIGITO.              *00005220
      ******************************************************************00005230
       2510-TRATAR-CARACTER-DOC.                                        00005240
                                                                        00005250
           MOVE WK-TEXTO (WK-POS:CN-1)       TO WK-CARACTER             00005260
                                                                        00005270
           IF  (WK-CARACTER IS ALPHABETIC-UPPER AND                     00005280
                WK-CARACTER NOT = CA-BLANCO)    OR                      00005290
               WK-CARACTER IS NUMERIC                                   00005300
               ADD CN-1                      TO WK-PUNTERO              00005310
               MOVE WK-CARACTER                                         00005320
                 TO WK-TEXTO-MONTADO (WK-PUNTERO:CN-1)                  00005330
           END-IF                                                       00005340
                                                                        00005350
           .                                                            00005360
       2510-TRATAR-CARACTER-DOC-EXIT.                                   00005370
           EXIT.                                                        00005380
                                                                        00005390
      ******************************************************************00005400
      * 3000-FIN.                                                      *00005410
      * FINALIZA LA EJECUCION DE LA RUTINA.                            *00005420
      ******************************************************************00005430
       3000-FIN.                                                        00005440
                                                                        00005450
           GOBACK                                                       00005460
                                                                        00005470
           .                                                            00005480
       3000-FIN-EXIT.                                                   00005490
           EXIT.                                                        00005500
