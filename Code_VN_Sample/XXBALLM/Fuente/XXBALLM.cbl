      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBALLM.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX (COMUN).                                      *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: MONITOR DE LLEGADA DE FICHEROS DE ENTRADA.       *00000110
      *               CONTRASTA EL CALENDARIO DE INTERFACES ESPERADAS  *00000120
      *               FICH_ENTR_CALEND (EMISOR, MASCARA DE DIAS,       *00000130
      *               CALENDARIO CONTABLE CAL_DIA_HABIL VIA XXBACAL Y  *00000140
      *               HORA LIMITE DE LLEGADA) CONTRA LAS LLEGADAS      *00000150
      *               REGISTRADAS POR LOS CARGADORES (XXBALLE) EN      *00000160
      *               FICH_ENTR_LLEGADA Y LISTA CADA INTERFAZ ESPERADA *00000170
      *               CON SU SITUACION. SE PLANIFICA A HORAS FIJAS     *00000180
      *               ANTES DE LOS PASOS QUE CONSUMEN LOS FICHEROS.    *00000190
      *               CON FICHEROS RETRASADOS O NO RECIBIDOS TERMINA   *00000200
      *               CON CONDITION CODE 4.                            *00000210
      *-                                                              -*00000220
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000230
      *        WK-FECHA-CONTROL : FECHA DE NEGOCIO A CONTROLAR         *00000240
      *                           (EN BLANCO, LA FECHA ACTUAL).        *00000250
      *-                                                              -*00000260
      *  FICHEROS DE SALIDA:                                           *00000270
      *        XXBALLS1 : LISTADO DE LLEGADA DE FICHEROS DE ENTRADA.   *00000280
      *-                                                              -*00000290
      *  TABLAS:                                                       *00000300
      *     FICH_ENTR_CALEND  : CALENDARIO DE ENTRADAS (LECTURA).      *00000310
      *     FICH_ENTR_LLEGADA : LLEGADAS REGISTRADAS (LECTURA).        *00000320
      *-                                                              -*00000330
      *  RUTINAS Y MODULOS:                                            *00000340
      *        XXBACAL : RUTINA DE CALENDARIO CONTABLE.                *00000350
      *-                                                              -*00000360
      ******************************************************************00000370
      *                  M O D I F I C A C I O N E S                   *00000380
      *                  ---------------------------                   *00000390
      *                                                                *00000400
      * USUARIO  FECHA        DESCRIPCION                              *00000410
      * -------- ----------   ---------------------------------------- *00000420
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000430
      *                                                                *00000440
      ******************************************************************00000450
                                                                        00000460
      ******************************************************************00000470
      * IDENTIFICATION DIVISION                                        *00000480
      ******************************************************************00000490
       IDENTIFICATION DIVISION.                                         00000500
       PROGRAM-ID.    XXBALLM.                                          00000510
       AUTHOR.        VIEWNEXT.                                         00000520
       DATE-WRITTEN.  15-10-2026.                                       00000530
       DATE-COMPILED.                                                   00000540
                                                                        00000550
      ******************************************************************00000560
      * ENVIRONMENT DIVISION                                           *00000570
      ******************************************************************00000580
       ENVIRONMENT DIVISION.                                            00000590
                                                                        00000600
      *----------------------------------------------------------------*00000610
      * CONFIGURATION SECTION                                          *00000620
      *----------------------------------------------------------------*00000630
       CONFIGURATION SECTION.                                           00000640
                                                                        00000650
       SOURCE-COMPUTER. IBM-3090.                                       00000660
       OBJECT-COMPUTER. IBM-3090.                                       00000670
       SPECIAL-NAMES.                                                   00000680
           DECIMAL-POINT IS COMMA.                                      00000690
                                                                        00000700
      *----------------------------------------------------------------*00000710
      * INPUT OUTPUT SECTION                                           *00000720
      *----------------------------------------------------------------*00000730
       INPUT-OUTPUT SECTION.                                            00000740
       FILE-CONTROL.                                                    00000750
                                                                        00000760
      * -- LISTADO DE LLEGADA DE FICHEROS DE ENTRADA.                   00000770
           SELECT XXBALLS1 ASSIGN XXBALLS1                              00000780
                  ACCESS MODE IS SEQUENTIAL                             00000790
                  FILE STATUS IS FS-XXBALLS1.                           00000800
                                                                        00000810
      ******************************************************************00000820
      * DATA DIVISION                                                  *00000830
      ******************************************************************00000840
       DATA DIVISION.                                                   00000850
                                                                        00000860
      *----------------------------------------------------------------*00000870
      * FILE SECTION                                                   *00000880
      *----------------------------------------------------------------*00000890
       FILE SECTION.                                                    00000900
                                                                        00000910
       FD  XXBALLS1                                                     00000920
           BLOCK CONTAINS 0 RECORDS                                     00000930
           RECORDING MODE IS F                                          00000940
           LABEL RECORD ARE STANDARD                                    00000950
           RECORD CONTAINS 132 CHARACTERS                               00000960
           DATA RECORD IS REG-XXBALLS1.                                 00000970
       01  REG-XXBALLS1                    PIC X(132).                  00000980
                                                                        00000990
      *----------------------------------------------------------------*00001000
      * WORKING-STORAGE SECTION                                        *00001010
      *----------------------------------------------------------------*00001020
       WORKING-STORAGE SECTION.                                         00001030
                                                                        00001040
      ******************************************************************00001050
      *                        S W I T C H E S                         *00001060
      ******************************************************************00001070
       01  SW-SWITCHES.                                                 00001080
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001090
               88  DB2-OK                              VALUE 0.         00001100
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001110
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001120
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001130
           05  SW-FIN-CALEND               PIC X(01)   VALUE 'N'.       00001140
               88  SI-FIN-CALEND                       VALUE 'S'.       00001150
               88  NO-FIN-CALEND                       VALUE 'N'.       00001160
           05  SW-ENTRADA-APLICA           PIC X(01)   VALUE 'S'.       00001170
               88  SI-ENTRADA-APLICA                   VALUE 'S'.       00001180
               88  NO-ENTRADA-APLICA                   VALUE 'N'.       00001190
           05  SW-LLEGADA                  PIC X(01)   VALUE 'N'.       00001200
               88  SI-LLEGADA                          VALUE 'S'.       00001210
               88  NO-LLEGADA                          VALUE 'N'.       00001220
                                                                        00001230
      ******************************************************************00001240
      *                      C O N S T A N T E S                       *00001250
      ******************************************************************00001260
       01  CT-CONSTANTES.                                               00001270
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001280
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001290
               10  CA-XXBALLM              PIC X(08)   VALUE 'XXBALLM'. 00001300
               10  CA-XXBACAL              PIC X(08)   VALUE 'XXBACAL'. 00001310
               10  CA-RESP                 PIC X(14)   VALUE            00001320
                                   'MEDIOS DE PAGO'.                    00001330
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001340
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001350
               10  CA-XXBALLS1             PIC X(08)   VALUE 'XXBALLS1'.00001360
               10  CA-FICH-ENTR-CALEND     PIC X(16)   VALUE            00001370
                                   'FICH_ENTR_CALEND'.                  00001380
               10  CA-FICH-ENTR-LLEGADA    PIC X(17)   VALUE            00001390
                                   'FICH_ENTR_LLEGADA'.                 00001400
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001410
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001420
               10  CA-CAL-VALIDAR          PIC X(01)   VALUE 'V'.       00001430
               10  CA-RET-CAL-OK           PIC X(02)   VALUE '00'.      00001440
               10  CA-RES-RECIBIDO         PIC X(14)   VALUE            00001450
                                   'RECIBIDO'.                          00001460
               10  CA-RES-RECIBIDO-TARDE   PIC X(14)   VALUE            00001470
                                   'RECIBIDO TARDE'.                    00001480
               10  CA-RES-PENDIENTE        PIC X(14)   VALUE            00001490
                                   'PENDIENTE'.                         00001500
               10  CA-RES-RETRASADO        PIC X(14)   VALUE            00001510
                                   'RETRASADO'.                         00001520
               10  CA-RES-NO-RECIBIDO      PIC X(14)   VALUE            00001530
                                   'NO RECIBIDO'.                       00001540
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001550
                                   'ERROR AL ABRIR UN FICHERO'.         00001560
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001570
                                   'ERROR AL CERRAR UN FICHERO'.        00001580
               10  CA-ERR-ESCRIBIR         PIC X(27)   VALUE            00001590
                                   'ERROR AL ESCRIBIR LISTADO'.         00001600
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001610
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001620
               10  CA-ERR-CALEND           PIC X(35)   VALUE            00001630
                         'ERROR EN ACCESO A FICH_ENTR_CALEND'.          00001640
               10  CA-ERR-LLEGADA          PIC X(36)   VALUE            00001650
                         'ERROR EN ACCESO A FICH_ENTR_LLEGADA'.         00001660
               10  CA-ERR-CALENDARIO       PIC X(37)   VALUE            00001670
                         'ERROR EN LA RUTINA DE CALENDARIO'.            00001680
               10  CA-PRF-1000             PIC X(11)   VALUE            00001690
                                   '1000-INICIO'.                       00001700
               10  CA-PRF-1100             PIC X(19)   VALUE            00001710
                                   '1100-ABRIR-FICHEROS'.               00001720
               10  CA-PRF-1200             PIC X(24)   VALUE            00001730
                                   '1200-ABRIR-CURSOR-CALEND'.          00001740
               10  CA-PRF-2150             PIC X(22)   VALUE            00001750
                                   '2150-VALIDAR-DIA-HABIL'.            00001760
               10  CA-PRF-2200             PIC X(22)   VALUE            00001770
                                   '2200-CONSULTAR-LLEGADA'.            00001780
               10  CA-PRF-2300             PIC X(25)   VALUE            00001790
                                   '2300-CLASIFICAR-RESULTADO'.         00001800
               10  CA-PRF-3100             PIC X(20)   VALUE            00001810
                                   '3100-CERRAR-FICHEROS'.              00001820
               10  CA-PRF-9200             PIC X(16)   VALUE            00001830
                                   '9200-LEER-CALEND'.                  00001840
                                                                        00001850
           05  CN-CONSTANTES-NUMERICAS.                                 00001860
               10  CN-1                    PIC 9(01)   VALUE 1.         00001870
               10  CN-RC-INCIDENCIAS       PIC 9(01)   VALUE 4.         00001880
                                                                        00001890
      ******************************************************************00001900
      *                    C O N T A D O R E S                         *00001910
      ******************************************************************00001920
       01  CT-CONTADORES.                                               00001930
           05  CT-ENTRADAS-ESPERADAS       PIC 9(9)    VALUE ZEROES.    00001940
           05  CT-ENTRADAS-NO-APLICAN      PIC 9(9)    VALUE ZEROES.    00001950
           05  CT-ENTRADAS-RECIBIDAS       PIC 9(9)    VALUE ZEROES.    00001960
           05  CT-INCIDENCIAS              PIC 9(9)    VALUE ZEROES.    00001970
                                                                        00001980
      ******************************************************************00001990
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002000
      ******************************************************************00002010
       01  WK-ESTADISTICA.                                              00002020
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002030
           05  WK-CAB-2                    PIC X(55)   VALUE            00002040
                   '* ESTADISTICAS DE XXBALLM                   *'.     00002050
           05  WK-CAB-3.                                                00002060
               10  FILLER                  PIC X(45)   VALUE            00002070
                   '* INTERFACES ESPERADAS EN LA FECHA:        '.       00002080
               10  WK-ESPERADAS-ED         PIC ZZZZZZZZ9.               00002090
               10  FILLER                  PIC X(01)   VALUE '*'.       00002100
           05  WK-CAB-4.                                                00002110
               10  FILLER                  PIC X(45)   VALUE            00002120
                   '* INTERFACES QUE NO APLICAN EN LA FECHA:   '.       00002130
               10  WK-NO-APLICAN-ED        PIC ZZZZZZZZ9.               00002140
               10  FILLER                  PIC X(01)   VALUE '*'.       00002150
           05  WK-CAB-5.                                                00002160
               10  FILLER                  PIC X(45)   VALUE            00002170
                   '* FICHEROS RECIBIDOS:                      '.       00002180
               10  WK-RECIBIDAS-ED         PIC ZZZZZZZZ9.               00002190
               10  FILLER                  PIC X(01)   VALUE '*'.       00002200
           05  WK-CAB-6.                                                00002210
               10  FILLER                  PIC X(45)   VALUE            00002220
                   '* FICHEROS RETRASADOS O NO RECIBIDOS:      '.       00002230
               10  WK-INCIDENCIAS-ED       PIC ZZZZZZZZ9.               00002240
               10  FILLER                  PIC X(01)   VALUE '*'.       00002250
                                                                        00002260
      ******************************************************************00002270
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002280
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002290
      ******************************************************************00002300
       01  WK-CANCELACION-BATCH.                                        00002310
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002320
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002330
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002340
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBALLM'. 00002350
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002360
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002370
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002380
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002390
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002400
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002410
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002420
                                                                        00002430
      ******************************************************************00002440
      *                      F I L E  S T A T U S                      *00002450
      ******************************************************************00002460
       01  FS-FILE-STATUS.                                              00002470
           05  FS-XXBALLS1                 PIC X(02).                   00002480
                                                                        00002490
      ******************************************************************00002500
      *                 L I N E A S  D E  I N F O R M E                *00002510
      ******************************************************************00002520
       01  WK-LINEA-CABECERA-1.                                         00002530
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002540
           05  FILLER                      PIC X(44)   VALUE            00002550
                   'LLEGADA DE FICHEROS DE ENTRADA - FECHA      '.      00002560
           05  WD-CAB-FECHA                PIC X(10).                   00002570
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002580
           05  FILLER                      PIC X(06)   VALUE 'HORA: '.  00002590
           05  WD-CAB-HORA                 PIC X(08).                   00002600
           05  FILLER                      PIC X(40)   VALUE SPACES.    00002610
                                                                        00002620
       01  WK-LINEA-CABECERA-2.                                         00002630
           05  FILLER                      PIC X(10)   VALUE 'INTERFAZ'.00002640
           05  FILLER                      PIC X(32)   VALUE 'EMISOR'.  00002650
           05  FILLER                      PIC X(10)   VALUE 'CARGADOR'.00002660
           05  FILLER                      PIC X(10)   VALUE            00002670
                                   'HORA LIM.'.                         00002680
           05  FILLER                      PIC X(21)   VALUE            00002690
                                   'LLEGADA'.                           00002700
           05  FILLER                      PIC X(05)   VALUE 'REC.'.    00002710
           05  FILLER                      PIC X(14)   VALUE            00002720
                                   'SITUACION'.                         00002730
           05  FILLER                      PIC X(30)   VALUE SPACES.    00002740
                                                                        00002750
       01  WK-LINEA-CONTROL.                                            00002760
           05  WD-INTERFAZ                 PIC X(08).                   00002770
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002780
           05  WD-EMISOR                   PIC X(30).                   00002790
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002800
           05  WD-PROGRAMA                 PIC X(08).                   00002810
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002820
           05  WD-HORALIM                  PIC X(08).                   00002830
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002840
           05  WD-FECLLEGADA               PIC X(19).                   00002850
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002860
           05  WD-NUMRECEP                 PIC ZZ9.                     00002870
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002880
           05  WD-RESULTADO                PIC X(14).                   00002890
           05  FILLER                      PIC X(30)   VALUE SPACES.    00002900
                                                                        00002910
      ******************************************************************00002920
      *                      V A R I A B L E S                         *00002930
      ******************************************************************00002940
       01  WK-VARIABLES.                                                00002950
           05  WK-PARAMETROS-SYSIN.                                     00002960
               10  WK-FECHA-CONTROL        PIC X(10).                   00002970
           05  WK-FECHA-ACTUAL             PIC X(10).                   00002980
           05  WK-DIA-SEMANA               PIC S9(04) COMP VALUE +0.    00002990
           05  WK-HORA-SISTEMA.                                         00003000
               10  WK-HS-HH                PIC X(02).                   00003010
               10  WK-HS-MM                PIC X(02).                   00003020
               10  WK-HS-SS                PIC X(02).                   00003030
               10  FILLER                  PIC X(02).                   00003040
           05  WK-HORA-ACTUAL.                                          00003050
               10  WK-HA-HH                PIC X(02).                   00003060
               10  FILLER                  PIC X(01)   VALUE '.'.       00003070
               10  WK-HA-MM                PIC X(02).                   00003080
               10  FILLER                  PIC X(01)   VALUE '.'.       00003090
               10  WK-HA-SS                PIC X(02).                   00003100
           05  WK-FEC-LLEGADA              PIC X(10).                   00003110
           05  WK-HORA-LLEGADA             PIC X(08).                   00003120
                                                                        00003130
      * -- COPY DE COMUNICACION CON DB2.                                00003140
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003150
                                                                        00003160
      * -- DCLGEN DE LA TABLA FICH_ENTR_CALEND.                         00003170
           EXEC SQL INCLUDE D4467600 END-EXEC.                          00003180
                                                                        00003190
      * -- DCLGEN DE LA TABLA FICH_ENTR_LLEGADA.                        00003200
           EXEC SQL INCLUDE D4467601 END-EXEC.                          00003210
                                                                        00003220
      * -- COPY DE COMUNICACION CON LA RUTINA DE CALENDARIO XXBACAL.    00003230
           COPY XXYACAL.                                                00003240
                                                                        00003250
      ******************************************************************00003260
      *                       PROCEDURE DIVISION                       *00003270
      ******************************************************************00003280
       PROCEDURE DIVISION.                                              00003290
                                                                        00003300
           PERFORM 1000-INICIO                                          00003310
              THRU 1000-INICIO-EXIT                                     00003320
                                                                        00003330
           PERFORM 2000-PROCESO                                         00003340
              THRU 2000-PROCESO-EXIT                                    00003350
             UNTIL SI-FIN-CALEND                                        00003360
                                                                        00003370
           PERFORM 3000-FIN                                             00003380
              THRU 3000-FIN-EXIT                                        00003390
                                                                        00003400
           .                                                            00003410
                                                                        00003420
      ******************************************************************00003430
      ***                   1000-INICIO                              ***00003440
      ***                   -----------                              ***00003450
      * SE INICIALIZAN LAS VARIABLES, SE LEE EL SYSIN, SE RESUELVEN LA *00003460
      * FECHA ACTUAL, LA FECHA A CONTROLAR, SU DIA DE LA SEMANA Y LA   *00003470
      * HORA ACTUAL, SE ABRE EL LISTADO Y SE ABRE EL CURSOR DEL        *00003480
      * CALENDARIO DE ENTRADAS.                                        *00003490
      ******************************************************************00003500
       1000-INICIO.                                                     00003510
                                                                        00003520
           INITIALIZE WK-VARIABLES                                      00003530
                      CT-CONTADORES                                     00003540
                                                                        00003550
           SET NO-FIN-CALEND                 TO TRUE                    00003560
                                                                        00003570
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003580
                                                                        00003590
           IF  WK-FECHA-CONTROL = LOW-VALUES                            00003600
               MOVE SPACES                   TO WK-FECHA-CONTROL        00003610
           END-IF                                                       00003620
                                                                        00003630
      * -- FECHA ACTUAL Y DIA DE LA SEMANA DE LA FECHA A CONTROLAR      00003640
      * -- (1=LUNES .. 7=DOMINGO) PARA APLICAR LA MASCARA SEMANAL.      00003650
      * -- UNA FECHA DE SYSIN INVALIDA DEVUELVE ERROR DE DB2.           00003660
           EXEC SQL                                                     00003670
                SELECT CHAR(CURRENT DATE, ISO)                          00003680
                  INTO :WK-FECHA-ACTUAL                                 00003690
                  FROM SYSIBM.SYSDUMMY1                                 00003700
           END-EXEC                                                     00003710
                                                                        00003720
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00003730
                                                                        00003740
           IF  DB2-OK                                                   00003750
               IF  WK-FECHA-CONTROL = SPACES                            00003760
                   MOVE WK-FECHA-ACTUAL      TO WK-FECHA-CONTROL        00003770
               END-IF                                                   00003780
                                                                        00003790
               EXEC SQL                                                 00003800
                    SELECT DAYOFWEEK_ISO(DATE(:WK-FECHA-CONTROL))       00003810
                      INTO :WK-DIA-SEMANA                               00003820
                      FROM SYSIBM.SYSDUMMY1                             00003830
               END-EXEC                                                 00003840
                                                                        00003850
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00003860
           END-IF                                                       00003870
                                                                        00003880
           IF  NOT DB2-OK                                               00003890
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003900
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00003910
               MOVE CA-PRF-1000              TO WK-PARRAFO              00003920
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00003930
                                                                        00003940
               PERFORM 9000-CANCELACION                                 00003950
                  THRU 9000-CANCELACION-EXIT                            00003960
                                                                        00003970
           END-IF                                                       00003980
                                                                        00003990
           ACCEPT WK-HORA-SISTEMA            FROM TIME                  00004000
           MOVE WK-HS-HH                     TO WK-HA-HH                00004010
           MOVE WK-HS-MM                     TO WK-HA-MM                00004020
           MOVE WK-HS-SS                     TO WK-HA-SS                00004030
                                                                        00004040
           PERFORM 1100-ABRIR-FICHEROS                                  00004050
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004060
                                                                        00004070
           MOVE WK-FECHA-CONTROL             TO WD-CAB-FECHA            00004080
           MOVE WK-HORA-ACTUAL               TO WD-CAB-HORA             00004090
                                                                        00004100
           WRITE REG-XXBALLS1 FROM WK-LINEA-CABECERA-1                  00004110
                                                                        00004120
           MOVE SPACES                       TO REG-XXBALLS1            00004130
           WRITE REG-XXBALLS1                                           00004140
                                                                        00004150
           WRITE REG-XXBALLS1 FROM WK-LINEA-CABECERA-2                  00004160
                                                                        00004170
           PERFORM 1200-ABRIR-CURSOR-CALEND                             00004180
              THRU 1200-ABRIR-CURSOR-CALEND-EXIT                        00004190
                                                                        00004200
           PERFORM 9200-LEER-CALEND                                     00004210
              THRU 9200-LEER-CALEND-EXIT                                00004220
                                                                        00004230
           .                                                            00004240
       1000-INICIO-EXIT.                                                00004250
           EXIT.                                                        00004260
                                                                        00004270
      ******************************************************************00004280
      ***                   1100-ABRIR-FICHEROS                      ***00004290
      ***                   -------------------                      ***00004300
      * SE REALIZA LA APERTURA DEL LISTADO.                            *00004310
      ******************************************************************00004320
       1100-ABRIR-FICHEROS.                                             00004330
                                                                        00004340
           OPEN OUTPUT XXBALLS1                                         00004350
                                                                        00004360
           IF  FS-XXBALLS1 NOT = CA-FS-OK                               00004370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004380
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004390
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004400
               MOVE CA-XXBALLS1              TO WK-DDNAME               00004410
               MOVE FS-XXBALLS1              TO WK-FILE-STATUS          00004420
                                                                        00004430
               PERFORM 9000-CANCELACION                                 00004440
                  THRU 9000-CANCELACION-EXIT                            00004450
                                                                        00004460
           END-IF                                                       00004470
                                                                        00004480
           .                                                            00004490
       1100-ABRIR-FICHEROS-EXIT.                                        00004500
           EXIT.                                                        00004510
                                                                        00004520
      ******************************************************************00004530
      ***                   1200-ABRIR-CURSOR-CALEND                 ***00004540
      ***                   ------------------------                 ***00004550
      * SE DECLARA Y ABRE EL CURSOR DEL CALENDARIO DE ENTRADAS, POR    *00004560
      * HORA LIMITE DE LLEGADA.                                        *00004570
      ******************************************************************00004580
       1200-ABRIR-CURSOR-CALEND.                                        00004590
                                                                        00004600
           EXEC SQL                                                     00004610
                DECLARE C-CALEND CURSOR FOR                             00004620
                SELECT G3226_INTERFAZ, G3226_EMISOR,                    00004630
                       G3226_PROGRAMA, G3226_CDGENTI,                   00004640
                       G3226_MASKSEM, G3226_INDHABIL,                   00004650
                       G3226_HORALIM                                    00004660
                  FROM FICH_ENTR_CALEND                                 00004670
                 ORDER BY G3226_HORALIM, G3226_INTERFAZ                 00004680
           END-EXEC                                                     00004690
                                                                        00004700
           EXEC SQL                                                     00004710
                OPEN C-CALEND                                           00004720
           END-EXEC                                                     00004730
                                                                        00004740
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004750
                                                                        00004760
           IF  NOT DB2-OK                                               00004770
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004780
               MOVE CA-ERR-CALEND             TO WK-DESCRIPCION         00004790
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004800
               MOVE CA-XXBALLM                TO WK-RUTINA              00004810
               MOVE CA-FICH-ENTR-CALEND       TO WK-TABLA-DB2           00004820
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004830
                                                                        00004840
               PERFORM 9000-CANCELACION                                 00004850
                  THRU 9000-CANCELACION-EXIT                            00004860
                                                                        00004870
           END-IF                                                       00004880
                                                                        00004890
           .                                                            00004900
       1200-ABRIR-CURSOR-CALEND-EXIT.                                   00004910
           EXIT.                                                        00004920
                                                                        00004930
      ******************************************************************00004940
      ***                   2000-PROCESO                             ***00004950
      ***                   ------------                             ***00004960
      * SE EVALUA LA INTERFAZ LEIDA Y SE LEE LA SIGUIENTE.             *00004970
      ******************************************************************00004980
       2000-PROCESO.                                                    00004990
                                                                        00005000
           PERFORM 2100-EVALUAR-ENTRADA                                 00005010
              THRU 2100-EVALUAR-ENTRADA-EXIT                            00005020
                                                                        00005030
           PERFORM 9200-LEER-CALEND                                     00005040
              THRU 9200-LEER-CALEND-EXIT                                00005050
                                                                        00005060
           .                                                            00005070
       2000-PROCESO-EXIT.                                               00005080
           EXIT.                                                        00005090
                                                                        00005100
      ******************************************************************00005110
      ***                   2100-EVALUAR-ENTRADA                     ***00005120
      ***                   --------------------                     ***00005130
      * SE COMPRUEBA SI LA INTERFAZ SE ESPERA EN LA FECHA A CONTROLAR  *00005140
      * (MASCARA SEMANAL Y CALENDARIO CONTABLE) Y, SI SE ESPERA, SE    *00005150
      * CONTRASTA CONTRA LAS LLEGADAS REGISTRADAS.                     *00005160
      ******************************************************************00005170
       2100-EVALUAR-ENTRADA.                                            00005180
                                                                        00005190
           SET SI-ENTRADA-APLICA              TO TRUE                   00005200
                                                                        00005210
           IF  G3226-MASKSEM (WK-DIA-SEMANA:1) NOT = CA-SI              00005220
               SET NO-ENTRADA-APLICA          TO TRUE                   00005230
           END-IF                                                       00005240
                                                                        00005250
           IF  SI-ENTRADA-APLICA AND G3226-INDHABIL = CA-SI             00005260
               PERFORM 2150-VALIDAR-DIA-HABIL                           00005270
                  THRU 2150-VALIDAR-DIA-HABIL-EXIT                      00005280
           END-IF                                                       00005290
                                                                        00005300
           IF  NO-ENTRADA-APLICA                                        00005310
               ADD CN-1                       TO CT-ENTRADAS-NO-APLICAN 00005320
           ELSE                                                         00005330
               PERFORM 2200-CONSULTAR-LLEGADA                           00005340
                  THRU 2200-CONSULTAR-LLEGADA-EXIT                      00005350
                                                                        00005360
               PERFORM 2300-CLASIFICAR-RESULTADO                        00005370
                  THRU 2300-CLASIFICAR-RESULTADO-EXIT                   00005380
           END-IF                                                       00005390
                                                                        00005400
           .                                                            00005410
       2100-EVALUAR-ENTRADA-EXIT.                                       00005420
           EXIT.                                                        00005430
                                                                        00005440
      ******************************************************************00005450
      ***                   2150-VALIDAR-DIA-HABIL                   ***00005460
      ***                   ----------------------                   ***00005470
      * SE CONSULTA EL CALENDARIO CONTABLE DE LA ENTIDAD DE LA         *00005480
      * INTERFAZ: EN DIA NO HABIL EL FICHERO NO SE ESPERA.             *00005490
      ******************************************************************00005500
       2150-VALIDAR-DIA-HABIL.                                          00005510
                                                                        00005520
           INITIALIZE XXYACAL                                           00005530
                                                                        00005540
           MOVE CA-CAL-VALIDAR               TO XXYACAL-FUNCION-E       00005550
           MOVE G3226-CDGENTI                TO XXYACAL-CDGENTI-E       00005560
           MOVE WK-FECHA-CONTROL             TO XXYACAL-FECHA-E         00005570
                                                                        00005580
           CALL CA-XXBACAL               USING XXYACAL                  00005590
                                                                        00005600
           IF  XXYACAL-RETORNO NOT = CA-RET-CAL-OK                      00005610
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005620
               MOVE CA-ERR-CALENDARIO        TO WK-DESCRIPCION          00005630
               MOVE CA-PRF-2150              TO WK-PARRAFO              00005640
               MOVE CA-XXBACAL               TO WK-RUTINA               00005650
               MOVE XXYACAL-DESCRIPCION      TO WK-DATOS-REGISTRO       00005660
                                                                        00005670
               PERFORM 9000-CANCELACION                                 00005680
                  THRU 9000-CANCELACION-EXIT                            00005690
                                                                        00005700
           END-IF                                                       00005710
                                                                        00005720
           IF  XXYACAL-INDHABIL-S NOT = CA-SI                           00005730
               SET NO-ENTRADA-APLICA         TO TRUE                    00005740
           END-IF                                                       00005750
                                                                        00005760
           .                                                            00005770
       2150-VALIDAR-DIA-HABIL-EXIT.                                     00005780
           EXIT.                                                        00005790
                                                                        00005800
      ******************************************************************00005810
      ***                   2200-CONSULTAR-LLEGADA                   ***00005820
      ***                   ----------------------                   ***00005830
      * SE CONSULTA LA LLEGADA REGISTRADA DE LA INTERFAZ PARA LA FECHA *00005840
      * A CONTROLAR EN FICH_ENTR_LLEGADA.                              *00005850
      ******************************************************************00005860
       2200-CONSULTAR-LLEGADA.                                          00005870
                                                                        00005880
           INITIALIZE DCLFICH-ENTR-LLEGADA                              00005890
                                                                        00005900
           SET NO-LLEGADA                    TO TRUE                    00005910
                                                                        00005920
           EXEC SQL                                                     00005930
                SELECT G3227_FECLLEGADA, G3227_NUMRECEP                 00005940
                  INTO :G3227-FECLLEGADA, :G3227-NUMRECEP               00005950
                  FROM FICH_ENTR_LLEGADA                                00005960
                 WHERE G3227_INTERFAZ   = :G3226-INTERFAZ               00005970
                   AND G3227_FECNEGOCIO = :WK-FECHA-CONTROL             00005980
           END-EXEC                                                     00005990
                                                                        00006000
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006010
                                                                        00006020
           EVALUATE  TRUE                                               00006030
               WHEN  DB2-OK                                             00006040
                     SET SI-LLEGADA          TO TRUE                    00006050
                                                                        00006060
               WHEN  DB2-CLV-NOT-FOUND                                  00006070
                     CONTINUE                                           00006080
                                                                        00006090
               WHEN  OTHER                                              00006100
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006110
                     MOVE CA-ERR-LLEGADA     TO WK-DESCRIPCION          00006120
                     MOVE CA-PRF-2200        TO WK-PARRAFO              00006130
                     MOVE CA-XXBALLM         TO WK-RUTINA               00006140
                     MOVE CA-FICH-ENTR-LLEGADA                          00006150
                                             TO WK-TABLA-DB2            00006160
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00006170
                                                                        00006180
                     PERFORM 9000-CANCELACION                           00006190
                        THRU 9000-CANCELACION-EXIT                      00006200
                                                                        00006210
           END-EVALUATE                                                 00006220
                                                                        00006230
           .                                                            00006240
       2200-CONSULTAR-LLEGADA-EXIT.                                     00006250
           EXIT.                                                        00006260
                                                                        00006270
      ******************************************************************00006280
      ***                   2300-CLASIFICAR-RESULTADO                ***00006290
      ***                   -------------------------                ***00006300
      * SE CLASIFICA LA INTERFAZ ESPERADA Y SE ESCRIBE SU LINEA:       *00006310
      *  - RECIBIDO       : LLEGO DENTRO DE LA HORA LIMITE.            *00006320
      *  - RECIBIDO TARDE : LLEGO DESPUES DE LA HORA LIMITE.           *00006330
      *  - NO RECIBIDO    : FECHA PASADA SIN LLEGADA (INCIDENCIA).     *00006340
      *  - RETRASADO      : HOY, VENCIDA LA HORA LIMITE SIN LLEGADA    *00006350
      *                     (INCIDENCIA).                              *00006360
      *  - PENDIENTE      : AUN DENTRO DE PLAZO.                       *00006370
      ******************************************************************00006380
       2300-CLASIFICAR-RESULTADO.                                       00006390
                                                                        00006400
           ADD CN-1                           TO CT-ENTRADAS-ESPERADAS  00006410
                                                                        00006420
           MOVE G3226-INTERFAZ                TO WD-INTERFAZ            00006430
           MOVE G3226-EMISOR                  TO WD-EMISOR              00006440
           MOVE G3226-PROGRAMA                TO WD-PROGRAMA            00006450
           MOVE G3226-HORALIM                 TO WD-HORALIM             00006460
           MOVE SPACES                        TO WD-FECLLEGADA          00006470
           MOVE ZEROES                        TO WD-NUMRECEP            00006480
                                                                        00006490
           EVALUATE  TRUE                                               00006500
               WHEN  SI-LLEGADA                                         00006510
                     ADD CN-1                 TO CT-ENTRADAS-RECIBIDAS  00006520
                     MOVE G3227-FECLLEGADA (1:10)                       00006530
                                              TO WK-FEC-LLEGADA         00006540
                     MOVE G3227-FECLLEGADA (12:8)                       00006550
                                              TO WK-HORA-LLEGADA        00006560
                     MOVE G3227-FECLLEGADA (1:19)                       00006570
                                              TO WD-FECLLEGADA          00006580
                     MOVE G3227-NUMRECEP      TO WD-NUMRECEP            00006590
                     IF  WK-FEC-LLEGADA > WK-FECHA-CONTROL              00006600
                      OR (WK-FEC-LLEGADA = WK-FECHA-CONTROL AND         00006610
                          WK-HORA-LLEGADA > G3226-HORALIM)              00006620
                         MOVE CA-RES-RECIBIDO-TARDE                     00006630
                                              TO WD-RESULTADO           00006640
                     ELSE                                               00006650
                         MOVE CA-RES-RECIBIDO TO WD-RESULTADO           00006660
                     END-IF                                             00006670
                                                                        00006680
               WHEN  WK-FECHA-CONTROL < WK-FECHA-ACTUAL                 00006690
                     MOVE CA-RES-NO-RECIBIDO  TO WD-RESULTADO           00006700
                     ADD CN-1                 TO CT-INCIDENCIAS         00006710
                                                                        00006720
               WHEN  WK-FECHA-CONTROL = WK-FECHA-ACTUAL                 00006730
                AND  WK-HORA-ACTUAL > G3226-HORALIM                     00006740
                     MOVE CA-RES-RETRASADO    TO WD-RESULTADO           00006750
                     ADD CN-1                 TO CT-INCIDENCIAS         00006760
                                                                        00006770
               WHEN  OTHER                                              00006780
                     MOVE CA-RES-PENDIENTE    TO WD-RESULTADO           00006790
                                                                        00006800
           END-EVALUATE                                                 00006810
                                                                        00006820
           WRITE REG-XXBALLS1 FROM WK-LINEA-CONTROL                     00006830
                                                                        00006840
           IF  FS-XXBALLS1 NOT = CA-FS-OK                               00006850
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006860
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006870
               MOVE CA-PRF-2300              TO WK-PARRAFO              00006880
               MOVE CA-XXBALLS1              TO WK-DDNAME               00006890
               MOVE FS-XXBALLS1              TO WK-FILE-STATUS          00006900
               MOVE WK-LINEA-CONTROL         TO WK-DATOS-REGISTRO       00006910
                                                                        00006920
               PERFORM 9000-CANCELACION                                 00006930
                  THRU 9000-CANCELACION-EXIT                            00006940
                                                                        00006950
           END-IF                                                       00006960
                                                                        00006970
           .                                                            00006980
       2300-CLASIFICAR-RESULTADO-EXIT.                                  00006990
           EXIT.                                                        00007000
                                                                        00007010
      ******************************************************************00007020
      ***                   3000-FIN                                 ***00007030
      ***                   --------                                 ***00007040
      * SE CIERRAN CURSOR Y FICHERO, SE MUESTRAN LAS ESTADISTICAS Y,   *00007050
      * SI HAY FICHEROS RETRASADOS O NO RECIBIDOS, SE TERMINA CON      *00007060
      * CONDITION CODE 4.                                              *00007070
      ******************************************************************00007080
       3000-FIN.                                                        00007090
                                                                        00007100
           PERFORM 3100-CERRAR-FICHEROS                                 00007110
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007120
                                                                        00007130
           PERFORM 3200-ESTADISTICAS                                    00007140
              THRU 3200-ESTADISTICAS-EXIT                               00007150
                                                                        00007160
           IF  CT-INCIDENCIAS > ZEROES                                  00007170
               MOVE CN-RC-INCIDENCIAS         TO RETURN-CODE            00007180
           END-IF                                                       00007190
                                                                        00007200
           STOP RUN                                                     00007210
                                                                        00007220
           .                                                            00007230
       3000-FIN-EXIT.                                                   00007240
           EXIT.                                                        00007250
                                                                        00007260
      ******************************************************************00007270
      ***                   3100-CERRAR-FICHEROS                     ***00007280
      ***                   ---------------------                    ***00007290
      * SE CIERRAN EL CURSOR DE DB2 Y EL LISTADO.                      *00007300
      ******************************************************************00007310
       3100-CERRAR-FICHEROS.                                            00007320
                                                                        00007330
           EXEC SQL                                                     00007340
                CLOSE C-CALEND                                          00007350
           END-EXEC                                                     00007360
                                                                        00007370
           CLOSE XXBALLS1                                               00007380
                                                                        00007390
           IF  FS-XXBALLS1 NOT = CA-FS-OK                               00007400
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007410
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00007420
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007430
               MOVE CA-XXBALLS1              TO WK-DDNAME               00007440
               MOVE FS-XXBALLS1              TO WK-FILE-STATUS          00007450
                                                                        00007460
               PERFORM 9000-CANCELACION                                 00007470
                  THRU 9000-CANCELACION-EXIT                            00007480
                                                                        00007490
           END-IF                                                       00007500
                                                                        00007510
           .                                                            00007520
       3100-CERRAR-FICHEROS-EXIT.                                       00007530
           EXIT.                                                        00007540
                                                                        00007550
      ******************************************************************00007560
      ***                   3200-ESTADISTICAS                        ***00007570
      ***                   -----------------                        ***00007580
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007590
      ******************************************************************00007600
       3200-ESTADISTICAS.                                               00007610
                                                                        00007620
           MOVE CT-ENTRADAS-ESPERADAS         TO WK-ESPERADAS-ED        00007630
           MOVE CT-ENTRADAS-NO-APLICAN        TO WK-NO-APLICAN-ED       00007640
           MOVE CT-ENTRADAS-RECIBIDAS         TO WK-RECIBIDAS-ED        00007650
           MOVE CT-INCIDENCIAS                TO WK-INCIDENCIAS-ED      00007660
                                                                        00007670
           DISPLAY WK-CAB-1                                             00007680
           DISPLAY WK-CAB-2                                             00007690
           DISPLAY WK-CAB-1                                             00007700
           DISPLAY WK-CAB-3                                             00007710
           DISPLAY WK-CAB-4                                             00007720
           DISPLAY WK-CAB-5                                             00007730
           DISPLAY WK-CAB-6                                             00007740
           DISPLAY WK-CAB-1                                             00007750
                                                                        00007760
           .                                                            00007770
       3200-ESTADISTICAS-EXIT.                                          00007780
           EXIT.                                                        00007790
                                                                        00007800
      ******************************************************************00007810
      ***                   9200-LEER-CALEND                         ***00007820
      ***                   ----------------                         ***00007830
      * SE REALIZA EL FETCH DEL CURSOR C-CALEND.                       *00007840
      ******************************************************************00007850
       9200-LEER-CALEND.                                                00007860
                                                                        00007870
           EXEC SQL                                                     00007880
                FETCH C-CALEND                                          00007890
                 INTO :G3226-INTERFAZ, :G3226-EMISOR,                   00007900
                      :G3226-PROGRAMA, :G3226-CDGENTI,                  00007910
                      :G3226-MASKSEM, :G3226-INDHABIL,                  00007920
                      :G3226-HORALIM                                    00007930
           END-EXEC                                                     00007940
                                                                        00007950
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007960
                                                                        00007970
           EVALUATE  TRUE                                               00007980
               WHEN  DB2-OK                                             00007990
                     CONTINUE                                           00008000
                                                                        00008010
               WHEN  DB2-CLV-NOT-FOUND                                  00008020
                     SET SI-FIN-CALEND        TO TRUE                   00008030
                                                                        00008040
               WHEN  OTHER                                              00008050
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008060
                     MOVE CA-ERR-CALEND       TO WK-DESCRIPCION         00008070
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00008080
                     MOVE CA-XXBALLM          TO WK-RUTINA              00008090
                     MOVE CA-FICH-ENTR-CALEND TO WK-TABLA-DB2           00008100
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008110
                                                                        00008120
                     PERFORM 9000-CANCELACION                           00008130
                        THRU 9000-CANCELACION-EXIT                      00008140
                                                                        00008150
           END-EVALUATE                                                 00008160
                                                                        00008170
           .                                                            00008180
       9200-LEER-CALEND-EXIT.                                           00008190
           EXIT.                                                        00008200
                                                                        00008210
      ******************************************************************00008220
      ***                   9000-CANCELACION                         ***00008230
      ***                   ----------------                         ***00008240
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008250
      ******************************************************************00008260
       9000-CANCELACION.                                                00008270
                                                                        00008280
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008290
                                                                        00008300
           EVALUATE  TRUE                                               00008310
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00008320
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008330
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008340
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00008350
                         RESPONSABLE('WK-RESPONSABLE')                  00008360
                         DESCRIPCION('WK-DESCRIPCION')                  00008370
                         PROGRAMA('WK-PROGRAMA')                        00008380
                         PARRAFO('WK-PARRAFO')                          00008390
                         SQLCA('SQLCA')                                 00008400
                         TABLA_DB2('WK-TABLA-DB2')                      00008410
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00008420
                     END-FUN                                            00008430
                                                                        00008440
               WHEN  OTHER                                              00008450
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008460
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008470
                         RESPONSABLE('WK-RESPONSABLE')                  00008480
                         DESCRIPCION('WK-DESCRIPCION')                  00008490
                         PROGRAMA('WK-PROGRAMA')                        00008500
                         PARRAFO('WK-PARRAFO')                          00008510
                         DDNAME('WK-DDNAME')                            00008520
                         FILE_STATUS('WK-FILE-STATUS')                  00008530
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008540
                     END-FUN                                            00008550
                                                                        00008560
           END-EVALUATE                                                 00008570
                                                                        00008580
           .                                                            00008590
       9000-CANCELACION-EXIT.                                           00008600
           EXIT.                                                        00008610
