      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCICIC.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONSULTA BATCH DEL CICLO DE VIDA DE LOS          *00000110
      *               FORMULARIOS DEL CIRCUITO DE INGRESOS CON PIN.    *00000120
      *               POR CADA NUMFORM DEL FICHERO DE PETICIONES SE    *00000130
      *               OBTIENEN CON LA RUTINA MPBACIC SU ESTADO ACTUAL  *00000140
      *               Y SU RECORRIDO COMPLETO (RECEPCION, RECHAZO,     *00000150
      *               RETENCIONES, TRANSMISION, RESPUESTA DEL          *00000160
      *               PROCESADOR, REENCOLADO Y ANONIMIZACION) Y SE     *00000170
      *               LISTAN POR ORDEN CRONOLOGICO.                    *00000180
      *-                                                              -*00000190
      *  FICHEROS DE ENTRADA:                                          *00000200
      *        MPCICIE1 : PETICIONES DE CONSULTA (NUMFORM).            *00000210
      *-                                                              -*00000220
      *  FICHEROS DE SALIDA:                                           *00000230
      *        MPCICIS1 : LISTADO DEL CICLO DE VIDA.                   *00000240
      *-                                                              -*00000250
      *  RUTINAS Y MODULOS:                                            *00000260
      *        MPBACIC  : RUTINA DE CICLO DE VIDA DE LOS FORMULARIOS.  *00000270
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000280
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000290
      *-                                                              -*00000300
      ******************************************************************00000310
      *                  M O D I F I C A C I O N E S                   *00000320
      *                  ---------------------------                   *00000330
      *                                                                *00000340
      * USUARIO  FECHA        DESCRIPCION                              *00000350
      * -------- ----------   ---------------------------------------- *00000360
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CONSULTA DEL     *00000370
      *                        CICLO DE VIDA DE LOS FORMULARIOS.       *00000380
      *                                                                *00000390
      ******************************************************************00000400
                                                                        00000410
      ******************************************************************00000420
      * IDENTIFICATION DIVISION                                        *00000430
      ******************************************************************00000440
       IDENTIFICATION DIVISION.                                         00000450
       PROGRAM-ID.    MPCICIC.                                          00000460
       AUTHOR.        VIEWNEXT.                                         00000470
       DATE-WRITTEN.  15-10-2026.                                       00000480
       DATE-COMPILED.                                                   00000490
                                                                        00000500
      ******************************************************************00000510
      * ENVIRONMENT DIVISION                                           *00000520
      ******************************************************************00000530
       ENVIRONMENT DIVISION.                                            00000540
                                                                        00000550
      *----------------------------------------------------------------*00000560
      * CONFIGURATION SECTION                                          *00000570
      *----------------------------------------------------------------*00000580
       CONFIGURATION SECTION.                                           00000590
                                                                        00000600
       SOURCE-COMPUTER. IBM-3090.                                       00000610
       OBJECT-COMPUTER. IBM-3090.                                       00000620
       SPECIAL-NAMES.                                                   00000630
           DECIMAL-POINT IS COMMA.                                      00000640
                                                                        00000650
      *----------------------------------------------------------------*00000660
      * INPUT OUTPUT SECTION                                           *00000670
      *----------------------------------------------------------------*00000680
       INPUT-OUTPUT SECTION.                                            00000690
       FILE-CONTROL.                                                    00000700
                                                                        00000710
      * -- PETICIONES DE CONSULTA.                                      00000720
           SELECT MPCICIE1 ASSIGN MPCICIE1                              00000730
                  ACCESS MODE IS SEQUENTIAL                             00000740
                  FILE STATUS IS FS-MPCICIE1.                           00000750
                                                                        00000760
      * -- LISTADO DEL CICLO DE VIDA.                                   00000770
           SELECT MPCICIS1 ASSIGN MPCICIS1                              00000780
                  ACCESS MODE IS SEQUENTIAL                             00000790
                  FILE STATUS IS FS-MPCICIS1.                           00000800
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
       FD  MPCICIE1                                                     00000920
           BLOCK CONTAINS 0 RECORDS                                     00000930
           RECORDING MODE IS F                                          00000940
           LABEL RECORD ARE STANDARD                                    00000950
           RECORD CONTAINS 80 CHARACTERS                                00000960
           DATA RECORD IS REG-MPCICIE1.                                 00000970
       01  REG-MPCICIE1.                                                00000980
           05  CE-NUMFORM                  PIC X(10).                   00000990
           05  CE-NUMFORM-N REDEFINES CE-NUMFORM                        00001000
                                           PIC 9(10).                   00001010
           05  FILLER                      PIC X(70).                   00001020
                                                                        00001030
       FD  MPCICIS1                                                     00001040
           BLOCK CONTAINS 0 RECORDS                                     00001050
           RECORDING MODE IS F                                          00001060
           LABEL RECORD ARE STANDARD                                    00001070
           RECORD CONTAINS 132 CHARACTERS                               00001080
           DATA RECORD IS REG-MPCICIS1.                                 00001090
       01  REG-MPCICIS1                    PIC X(132).                  00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
      * WORKING-STORAGE SECTION                                        *00001130
      *----------------------------------------------------------------*00001140
       WORKING-STORAGE SECTION.                                         00001150
                                                                        00001160
      ******************************************************************00001170
      *                        S W I T C H E S                         *00001180
      ******************************************************************00001190
       01  SW-SWITCHES.                                                 00001200
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001210
               88  DB2-OK                              VALUE 0.         00001220
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001230
           05  SW-FIN-MPCICIE1             PIC X(01)   VALUE 'N'.       00001240
               88  SI-FIN-MPCICIE1                     VALUE 'S'.       00001250
               88  NO-FIN-MPCICIE1                     VALUE 'N'.       00001260
                                                                        00001270
      ******************************************************************00001280
      *                      C O N S T A N T E S                       *00001290
      ******************************************************************00001300
       01  CT-CONSTANTES.                                               00001310
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001320
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001330
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001340
               10  CA-RESP                 PIC X(14)   VALUE            00001350
                                   'MEDIOS DE PAGO'.                    00001360
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001370
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001380
               10  CA-MPCICIE1             PIC X(08)   VALUE 'MPCICIE1'.00001390
               10  CA-MPCICIS1             PIC X(08)   VALUE 'MPCICIS1'.00001400
               10  CA-MPBACIC              PIC X(08)   VALUE 'MPBACIC'. 00001410
               10  CA-CIC-CONSULTAR        PIC X(01)   VALUE 'C'.       00001420
               10  CA-CIC-RETORNO-OK       PIC X(02)   VALUE '00'.      00001430
               10  CA-CIC-RETORNO-AVISO    PIC X(02)   VALUE '88'.      00001440
               10  CA-CIC-SIN-CICLO        PIC X(06)   VALUE 'MP0070'.  00001450
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001460
               10  CA-MSG-ERRONEO          PIC X(60)   VALUE            00001470
                   'NUMFORM NO NUMERICO O A CERO: NO SE CONSULTA'.      00001480
               10  CA-MSG-SIN-CICLO        PIC X(60)   VALUE            00001490
                   'EL FORMULARIO NO TIENE CICLO DE VIDA REGISTRADO'.   00001500
               10  CA-MSG-DESBORDE         PIC X(60)   VALUE            00001510
                   'MAS DE 30 PASOS EN EL RECORRIDO: SOLO SE LISTAN 30'.00001520
               10  CA-MSG-SIN-PETICIONES   PIC X(60)   VALUE            00001530
                   'SIN PETICIONES DE CONSULTA'.                        00001540
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001550
                                   'ERROR AL ABRIR UN FICHERO'.         00001560
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001570
                                   'ERROR AL CERRAR UN FICHERO'.        00001580
               10  CA-ERR-LEER             PIC X(26)   VALUE            00001590
                                   'ERROR AL LEER UN FICHERO'.          00001600
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001610
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001620
               10  CA-PRF-1100             PIC X(19)   VALUE            00001630
                                   '1100-ABRIR-FICHEROS'.               00001640
               10  CA-PRF-2100             PIC X(25)   VALUE            00001650
                                   '2100-CONSULTAR-FORMULARIO'.         00001660
               10  CA-PRF-3100             PIC X(20)   VALUE            00001670
                                   '3100-CERRAR-FICHEROS'.              00001680
               10  CA-PRF-9100             PIC X(18)   VALUE            00001690
                                   '9100-LEER-MPCICIE1'.                00001700
               10  CA-PRF-9300             PIC X(22)   VALUE            00001710
                                   '9300-ESCRIBIR-LISTADO'.             00001720
                                                                        00001730
           05  CN-CONSTANTES-NUMERICAS.                                 00001740
               10  CN-1                    PIC 9(01)   VALUE 1.         00001750
                                                                        00001760
      ******************************************************************00001770
      *                    C O N T A D O R E S                         *00001780
      ******************************************************************00001790
       01  CT-CONTADORES.                                               00001800
           05  CT-PETICIONES               PIC 9(9)    VALUE ZEROES.    00001810
           05  CT-CONSULTADOS              PIC 9(9)    VALUE ZEROES.    00001820
           05  CT-SIN-CICLO                PIC 9(9)    VALUE ZEROES.    00001830
           05  CT-ERRONEOS                 PIC 9(9)    VALUE ZEROES.    00001840
                                                                        00001850
      ******************************************************************00001860
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001870
      ******************************************************************00001880
       01  WK-ESTADISTICA.                                              00001890
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001900
           05  WK-CAB-2                    PIC X(55)   VALUE            00001910
                   '* ESTADISTICAS DE MPCICIC                   *'.     00001920
           05  WK-CAB-3.                                                00001930
               10  FILLER                  PIC X(45)   VALUE            00001940
                   '* PETICIONES DE CONSULTA LEIDAS:           '.       00001950
               10  WK-PETICIONES-ED        PIC ZZZZZZZZ9.               00001960
               10  FILLER                  PIC X(01)   VALUE '*'.       00001970
           05  WK-CAB-4.                                                00001980
               10  FILLER                  PIC X(45)   VALUE            00001990
                   '* FORMULARIOS CONSULTADOS:                 '.       00002000
               10  WK-CONSULTADOS-ED       PIC ZZZZZZZZ9.               00002010
               10  FILLER                  PIC X(01)   VALUE '*'.       00002020
           05  WK-CAB-5.                                                00002030
               10  FILLER                  PIC X(45)   VALUE            00002040
                   '* FORMULARIOS SIN CICLO DE VIDA:           '.       00002050
               10  WK-SIN-CICLO-ED         PIC ZZZZZZZZ9.               00002060
               10  FILLER                  PIC X(01)   VALUE '*'.       00002070
           05  WK-CAB-6.                                                00002080
               10  FILLER                  PIC X(45)   VALUE            00002090
                   '* PETICIONES ERRONEAS:                     '.       00002100
               10  WK-ERRONEOS-ED          PIC ZZZZZZZZ9.               00002110
               10  FILLER                  PIC X(01)   VALUE '*'.       00002120
                                                                        00002130
      ******************************************************************00002140
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002150
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002160
      ******************************************************************00002170
       01  WK-CANCELACION-BATCH.                                        00002180
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002190
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002200
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002210
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCICIC'. 00002220
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002230
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002240
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002250
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002260
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002270
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002280
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002290
                                                                        00002300
      ******************************************************************00002310
      *                      F I L E  S T A T U S                      *00002320
      ******************************************************************00002330
       01  FS-FILE-STATUS.                                              00002340
           05  FS-MPCICIE1                 PIC X(02).                   00002350
           05  FS-MPCICIS1                 PIC X(02).                   00002360
                                                                        00002370
      ******************************************************************00002380
      * FECHA DEL PROCESO Y PASO DEL RECORRIDO EN CURSO.               *00002390
      ******************************************************************00002400
       01  WK-FECHA-SISTEMA.                                            00002410
           05  WK-FS-AAAA                  PIC X(04).                   00002420
           05  WK-FS-MM                    PIC X(02).                   00002430
           05  WK-FS-DD                    PIC X(02).                   00002440
       01  WK-IDX-PASO                     PIC 9(02)   VALUE ZEROES.    00002450
                                                                        00002460
      ******************************************************************00002470
      *                 L I N E A S  D E  I N F O R M E                *00002480
      ******************************************************************00002490
       01  WK-LINEA-CABECERA.                                           00002500
           05  FILLER                      PIC X(51)   VALUE            00002510
               'MPCICIC - CONSULTA DEL CICLO DE VIDA DE FORMULARIOS'.   00002520
           05  FILLER                      PIC X(09)   VALUE            00002530
                                   ' - FECHA '.                         00002540
           05  WC-AAAA                     PIC X(04).                   00002550
           05  FILLER                      PIC X(01)   VALUE '-'.       00002560
           05  WC-MM                       PIC X(02).                   00002570
           05  FILLER                      PIC X(01)   VALUE '-'.       00002580
           05  WC-DD                       PIC X(02).                   00002590
           05  FILLER                      PIC X(62)   VALUE SPACES.    00002600
                                                                        00002610
       01  WK-LINEA-FORMULARIO.                                         00002620
           05  FILLER                      PIC X(12)   VALUE            00002630
                                   'FORMULARIO: '.                      00002640
           05  WF-NUMFORM                  PIC X(10).                   00002650
           05  FILLER                      PIC X(17)   VALUE            00002660
                                   '  ESTADO ACTUAL: '.                 00002670
           05  WF-ESTADO                   PIC X(02).                   00002680
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002690
           05  WF-DESESTADO                PIC X(25).                   00002700
           05  FILLER                      PIC X(08)   VALUE '  ALTA: '.00002710
           05  WF-FECALTA                  PIC X(10).                   00002720
           05  FILLER                      PIC X(09)   VALUE            00002730
                                   '  PASOS: '.                         00002740
           05  WF-NUMPASOS                 PIC ZZZ9.                    00002750
           05  FILLER                      PIC X(34)   VALUE SPACES.    00002760
                                                                        00002770
       01  WK-LINEA-TITULOS.                                            00002780
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002790
           05  FILLER                      PIC X(06)   VALUE 'PASO'.    00002800
           05  FILLER                      PIC X(30)   VALUE 'ESTADO'.  00002810
           05  FILLER                      PIC X(28)   VALUE            00002820
                                   'FECHA Y HORA'.                      00002830
           05  FILLER                      PIC X(10)   VALUE 'PROGRAMA'.00002840
           05  FILLER                      PIC X(54)   VALUE 'MOTIVO'.  00002850
                                                                        00002860
       01  WK-LINEA-PASO.                                               00002870
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002880
           05  WP-NUMPASO                  PIC ZZZ9.                    00002890
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002900
           05  WP-ESTADO                   PIC X(02).                   00002910
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002920
           05  WP-DESESTADO                PIC X(25).                   00002930
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002940
           05  WP-TSESTADO                 PIC X(26).                   00002950
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002960
           05  WP-PROGRAMA                 PIC X(08).                   00002970
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002980
           05  WP-MOTIVO                   PIC X(50).                   00002990
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003000
                                                                        00003010
       01  WK-LINEA-AVISO.                                              00003020
           05  FILLER                      PIC X(12)   VALUE            00003030
                                   'FORMULARIO: '.                      00003040
           05  WA-NUMFORM                  PIC X(10).                   00003050
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003060
           05  WA-TEXTO                    PIC X(60).                   00003070
           05  FILLER                      PIC X(48)   VALUE SPACES.    00003080
                                                                        00003090
       01  WK-LINEA-MENSAJE.                                            00003100
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003110
           05  WM-TEXTO                    PIC X(60).                   00003120
           05  FILLER                      PIC X(68)   VALUE SPACES.    00003130
                                                                        00003140
      *----------------------------------------------------------------*00003150
      * AREA DE COMUNICACION CON DB2                                   *00003160
      *----------------------------------------------------------------*00003170
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003180
                                                                        00003190
      * -- COPY DE COMUNICACION CON LA RUTINA MPBACIC.                  00003200
           COPY MPYACIC.                                                00003210
                                                                        00003220
      ******************************************************************00003230
      *                       PROCEDURE DIVISION                       *00003240
      ******************************************************************00003250
       PROCEDURE DIVISION.                                              00003260
                                                                        00003270
           PERFORM 1000-INICIO                                          00003280
              THRU 1000-INICIO-EXIT                                     00003290
                                                                        00003300
           PERFORM 2000-PROCESO                                         00003310
              THRU 2000-PROCESO-EXIT                                    00003320
             UNTIL SI-FIN-MPCICIE1                                      00003330
                                                                        00003340
           PERFORM 3000-FIN                                             00003350
              THRU 3000-FIN-EXIT                                        00003360
                                                                        00003370
           .                                                            00003380
                                                                        00003390
      ******************************************************************00003400
      ***                   1000-INICIO                              ***00003410
      ***                   -----------                              ***00003420
      * SE ABREN LOS FICHEROS, SE ESCRIBE LA CABECERA DEL LISTADO Y SE *00003430
      * LEE LA PRIMERA PETICION.                                       *00003440
      ******************************************************************00003450
       1000-INICIO.                                                     00003460
                                                                        00003470
           INITIALIZE CT-CONTADORES                                     00003480
                                                                        00003490
           SET NO-FIN-MPCICIE1               TO TRUE                    00003500
                                                                        00003510
           ACCEPT WK-FECHA-SISTEMA           FROM DATE YYYYMMDD         00003520
                                                                        00003530
           PERFORM 1100-ABRIR-FICHEROS                                  00003540
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003550
                                                                        00003560
           MOVE WK-FS-AAAA                   TO WC-AAAA                 00003570
           MOVE WK-FS-MM                     TO WC-MM                   00003580
           MOVE WK-FS-DD                     TO WC-DD                   00003590
                                                                        00003600
           MOVE WK-LINEA-CABECERA            TO REG-MPCICIS1            00003610
           PERFORM 9300-ESCRIBIR-LISTADO                                00003620
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00003630
                                                                        00003640
           PERFORM 9100-LEER-MPCICIE1                                   00003650
              THRU 9100-LEER-MPCICIE1-EXIT                              00003660
                                                                        00003670
           .                                                            00003680
       1000-INICIO-EXIT.                                                00003690
           EXIT.                                                        00003700
                                                                        00003710
      ******************************************************************00003720
      ***                   1100-ABRIR-FICHEROS                      ***00003730
      ***                   -------------------                      ***00003740
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00003750
      ******************************************************************00003760
       1100-ABRIR-FICHEROS.                                             00003770
                                                                        00003780
           OPEN INPUT  MPCICIE1                                         00003790
                OUTPUT MPCICIS1                                         00003800
                                                                        00003810
           IF  FS-MPCICIE1 NOT = CA-FS-OK                               00003820
               MOVE CA-MPCICIE1              TO WK-DDNAME               00003830
               MOVE FS-MPCICIE1              TO WK-FILE-STATUS          00003840
               GO TO 1100-ERROR-APERTURA                                00003850
           END-IF                                                       00003860
                                                                        00003870
           IF  FS-MPCICIS1 NOT = CA-FS-OK                               00003880
               MOVE CA-MPCICIS1              TO WK-DDNAME               00003890
               MOVE FS-MPCICIS1              TO WK-FILE-STATUS          00003900
               GO TO 1100-ERROR-APERTURA                                00003910
           END-IF                                                       00003920
                                                                        00003930
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00003940
                                                                        00003950
           .                                                            00003960
       1100-ERROR-APERTURA.                                             00003970
                                                                        00003980
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00003990
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00004000
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00004010
                                                                        00004020
           PERFORM 9000-CANCELACION                                     00004030
              THRU 9000-CANCELACION-EXIT                                00004040
                                                                        00004050
           .                                                            00004060
       1100-ABRIR-FICHEROS-EXIT.                                        00004070
           EXIT.                                                        00004080
                                                                        00004090
      ******************************************************************00004100
      ***                   2000-PROCESO                             ***00004110
      ***                   ------------                             ***00004120
      * SE CONSULTA EL FORMULARIO DE LA PETICION Y SE LEE LA SIGUIENTE.*00004130
      ******************************************************************00004140
       2000-PROCESO.                                                    00004150
                                                                        00004160
           PERFORM 2100-CONSULTAR-FORMULARIO                            00004170
              THRU 2100-CONSULTAR-FORMULARIO-EXIT                       00004180
                                                                        00004190
           PERFORM 9100-LEER-MPCICIE1                                   00004200
              THRU 9100-LEER-MPCICIE1-EXIT                              00004210
                                                                        00004220
           .                                                            00004230
       2000-PROCESO-EXIT.                                               00004240
           EXIT.                                                        00004250
                                                                        00004260
      ******************************************************************00004270
      ***                   2100-CONSULTAR-FORMULARIO                ***00004280
      ***                   -------------------------                ***00004290
      * SE PIDE A MPBACIC EL CICLO DE VIDA DEL FORMULARIO Y SE LISTA.  *00004300
      * UN NUMFORM ERRONEO O SIN CICLO DE VIDA SE INDICA EN EL LISTADO;*00004310
      * UN ERROR TECNICO DE LA RUTINA CANCELA EL PROCESO.              *00004320
      ******************************************************************00004330
       2100-CONSULTAR-FORMULARIO.                                       00004340
                                                                        00004350
           MOVE SPACES                       TO REG-MPCICIS1            00004360
           PERFORM 9300-ESCRIBIR-LISTADO                                00004370
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004380
                                                                        00004390
           MOVE CE-NUMFORM                   TO WF-NUMFORM              00004400
                                                WA-NUMFORM              00004410
                                                                        00004420
           IF  CE-NUMFORM NOT NUMERIC                                   00004430
            OR CE-NUMFORM-N = ZEROES                                    00004440
               ADD CN-1                      TO CT-ERRONEOS             00004450
               MOVE CA-MSG-ERRONEO           TO WA-TEXTO                00004460
               GO TO 2100-LISTAR-AVISO                                  00004470
           END-IF                                                       00004480
                                                                        00004490
           INITIALIZE MPYACIC                                           00004500
           MOVE CA-CIC-CONSULTAR             TO MPYACIC-FUNCION-E       00004510
           MOVE CE-NUMFORM-N                 TO MPYACIC-NUMFORM-E       00004520
                                                                        00004530
           CALL CA-MPBACIC                USING MPYACIC                 00004540
                                                                        00004550
           EVALUATE  TRUE                                               00004560
               WHEN  MPYACIC-RETORNO = CA-CIC-RETORNO-OK                00004570
                     ADD CN-1                TO CT-CONSULTADOS          00004580
                     PERFORM 2200-LISTAR-RECORRIDO                      00004590
                        THRU 2200-LISTAR-RECORRIDO-EXIT                 00004600
                     GO TO 2100-CONSULTAR-FORMULARIO-EXIT               00004610
                                                                        00004620
               WHEN  MPYACIC-RETORNO = CA-CIC-RETORNO-AVISO             00004630
                AND  MPYACIC-MENSAJE = CA-CIC-SIN-CICLO                 00004640
                     ADD CN-1                TO CT-SIN-CICLO            00004650
                     MOVE CA-MSG-SIN-CICLO   TO WA-TEXTO                00004660
                     GO TO 2100-LISTAR-AVISO                            00004670
                                                                        00004680
               WHEN  OTHER                                              00004690
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00004700
                     MOVE MPYACIC-SQLCODE    TO SW-DB2-RETURN-CODE      00004710
                     MOVE MPYACIC-SQLCA      TO SQLCA                   00004720
                     MOVE MPYACIC-DESCRIPCION TO WK-DESCRIPCION         00004730
                     MOVE CA-PRF-2100        TO WK-PARRAFO              00004740
                     MOVE MPYACIC-RUTINA     TO WK-RUTINA               00004750
                     MOVE MPYACIC-TABLA      TO WK-TABLA-DB2            00004760
                     MOVE MPYACIC-ACCESO     TO WK-DATOS-ACCESO         00004770
                                                                        00004780
                     PERFORM 9000-CANCELACION                           00004790
                        THRU 9000-CANCELACION-EXIT                      00004800
                                                                        00004810
           END-EVALUATE                                                 00004820
                                                                        00004830
           .                                                            00004840
       2100-LISTAR-AVISO.                                               00004850
                                                                        00004860
           MOVE WK-LINEA-AVISO               TO REG-MPCICIS1            00004870
           PERFORM 9300-ESCRIBIR-LISTADO                                00004880
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004890
                                                                        00004900
           .                                                            00004910
       2100-CONSULTAR-FORMULARIO-EXIT.                                  00004920
           EXIT.                                                        00004930
                                                                        00004940
      ******************************************************************00004950
      ***                   2200-LISTAR-RECORRIDO                    ***00004960
      ***                   ---------------------                    ***00004970
      * SE LISTAN EL ESTADO ACTUAL DEL FORMULARIO Y LOS PASOS DE SU    *00004980
      * RECORRIDO EN ORDEN CRONOLOGICO.                                *00004990
      ******************************************************************00005000
       2200-LISTAR-RECORRIDO.                                           00005010
                                                                        00005020
           MOVE MPYACIC-ESTADO-S             TO WF-ESTADO               00005030
           MOVE MPYACIC-DESESTADO-S          TO WF-DESESTADO            00005040
           MOVE MPYACIC-FECALTA-S            TO WF-FECALTA              00005050
           MOVE MPYACIC-NUMPASOS-S           TO WF-NUMPASOS             00005060
                                                                        00005070
           MOVE WK-LINEA-FORMULARIO          TO REG-MPCICIS1            00005080
           PERFORM 9300-ESCRIBIR-LISTADO                                00005090
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005100
                                                                        00005110
           MOVE WK-LINEA-TITULOS             TO REG-MPCICIS1            00005120
           PERFORM 9300-ESCRIBIR-LISTADO                                00005130
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005140
                                                                        00005150
           PERFORM 2210-LISTAR-PASO                                     00005160
              THRU 2210-LISTAR-PASO-EXIT                                00005170
             VARYING WK-IDX-PASO FROM CN-1 BY CN-1                      00005180
               UNTIL WK-IDX-PASO > MPYACIC-NUM-FILAS-S                  00005190
                                                                        00005200
           IF  MPYACIC-DESBORDE-S = CA-SI                               00005210
               MOVE CA-MSG-DESBORDE          TO WM-TEXTO                00005220
               MOVE WK-LINEA-MENSAJE         TO REG-MPCICIS1            00005230
               PERFORM 9300-ESCRIBIR-LISTADO                            00005240
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00005250
           END-IF                                                       00005260
                                                                        00005270
           .                                                            00005280
       2200-LISTAR-RECORRIDO-EXIT.                                      00005290
           EXIT.                                                        00005300
                                                                        00005310
      ******************************************************************00005320
      ***                   2210-LISTAR-PASO                         ***00005330
      ***                   ----------------                         ***00005340
      * SE LISTA UN PASO DEL RECORRIDO.                                *00005350
      ******************************************************************00005360
       2210-LISTAR-PASO.                                                00005370
                                                                        00005380
           MOVE MPYACIC-P-NUMPASO-S (WK-IDX-PASO)   TO WP-NUMPASO       00005390
           MOVE MPYACIC-P-ESTADO-S (WK-IDX-PASO)    TO WP-ESTADO        00005400
           MOVE MPYACIC-P-DESESTADO-S (WK-IDX-PASO) TO WP-DESESTADO     00005410
           MOVE MPYACIC-P-TSESTADO-S (WK-IDX-PASO)  TO WP-TSESTADO      00005420
           MOVE MPYACIC-P-PROGRAMA-S (WK-IDX-PASO)  TO WP-PROGRAMA      00005430
           MOVE MPYACIC-P-MOTIVO-S (WK-IDX-PASO)    TO WP-MOTIVO        00005440
                                                                        00005450
           MOVE WK-LINEA-PASO                TO REG-MPCICIS1            00005460
           PERFORM 9300-ESCRIBIR-LISTADO                                00005470
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005480
                                                                        00005490
           .                                                            00005500
       2210-LISTAR-PASO-EXIT.                                           00005510
           EXIT.                                                        00005520
                                                                        00005530
      ******************************************************************00005540
      ***                   3000-FIN                                 ***00005550
      ***                   --------                                 ***00005560
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.        *00005570
      ******************************************************************00005580
       3000-FIN.                                                        00005590
                                                                        00005600
           IF  CT-PETICIONES = ZEROES                                   00005610
               MOVE CA-MSG-SIN-PETICIONES    TO WM-TEXTO                00005620
               MOVE WK-LINEA-MENSAJE         TO REG-MPCICIS1            00005630
               PERFORM 9300-ESCRIBIR-LISTADO                            00005640
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00005650
           END-IF                                                       00005660
                                                                        00005670
           PERFORM 3100-CERRAR-FICHEROS                                 00005680
              THRU 3100-CERRAR-FICHEROS-EXIT                            00005690
                                                                        00005700
           PERFORM 3200-ESTADISTICAS                                    00005710
              THRU 3200-ESTADISTICAS-EXIT                               00005720
                                                                        00005730
           STOP RUN                                                     00005740
                                                                        00005750
           .                                                            00005760
       3000-FIN-EXIT.                                                   00005770
           EXIT.                                                        00005780
                                                                        00005790
      ******************************************************************00005800
      ***                   3100-CERRAR-FICHEROS                     ***00005810
      ***                   --------------------                     ***00005820
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00005830
      ******************************************************************00005840
       3100-CERRAR-FICHEROS.                                            00005850
                                                                        00005860
           CLOSE MPCICIE1                                               00005870
                 MPCICIS1                                               00005880
                                                                        00005890
           IF  FS-MPCICIE1 NOT = CA-FS-OK                               00005900
               MOVE CA-MPCICIE1              TO WK-DDNAME               00005910
               MOVE FS-MPCICIE1              TO WK-FILE-STATUS          00005920
               GO TO 3100-ERROR-CIERRE                                  00005930
           END-IF                                                       00005940
                                                                        00005950
           IF  FS-MPCICIS1 NOT = CA-FS-OK                               00005960
               MOVE CA-MPCICIS1              TO WK-DDNAME               00005970
               MOVE FS-MPCICIS1              TO WK-FILE-STATUS          00005980
               GO TO 3100-ERROR-CIERRE                                  00005990
           END-IF                                                       00006000
                                                                        00006010
           GO TO 3100-CERRAR-FICHEROS-EXIT                              00006020
                                                                        00006030
           .                                                            00006040
       3100-ERROR-CIERRE.                                               00006050
                                                                        00006060
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00006070
           MOVE CA-ERR-CERRAR                TO WK-DESCRIPCION          00006080
           MOVE CA-PRF-3100                  TO WK-PARRAFO              00006090
                                                                        00006100
           PERFORM 9000-CANCELACION                                     00006110
              THRU 9000-CANCELACION-EXIT                                00006120
                                                                        00006130
           .                                                            00006140
       3100-CERRAR-FICHEROS-EXIT.                                       00006150
           EXIT.                                                        00006160
                                                                        00006170
      ******************************************************************00006180
      ***                   3200-ESTADISTICAS                        ***00006190
      ***                   -----------------                        ***00006200
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00006210
      ******************************************************************00006220
       3200-ESTADISTICAS.                                               00006230
                                                                        00006240
           MOVE CT-PETICIONES                 TO WK-PETICIONES-ED       00006250
           MOVE CT-CONSULTADOS                TO WK-CONSULTADOS-ED      00006260
           MOVE CT-SIN-CICLO                  TO WK-SIN-CICLO-ED        00006270
           MOVE CT-ERRONEOS                   TO WK-ERRONEOS-ED         00006280
                                                                        00006290
           DISPLAY WK-CAB-1                                             00006300
           DISPLAY WK-CAB-2                                             00006310
           DISPLAY WK-CAB-1                                             00006320
           DISPLAY WK-CAB-3                                             00006330
           DISPLAY WK-CAB-4                                             00006340
           DISPLAY WK-CAB-5                                             00006350
           DISPLAY WK-CAB-6                                             00006360
           DISPLAY WK-CAB-1                                             00006370
                                                                        00006380
           .                                                            00006390
       3200-ESTADISTICAS-EXIT.                                          00006400
           EXIT.                                                        00006410
                                                                        00006420
      ******************************************************************00006430
      ***                   9100-LEER-MPCICIE1                       ***00006440
      ***                   ------------------                       ***00006450
      * SE LEE LA SIGUIENTE PETICION DE CONSULTA.                      *00006460
      ******************************************************************00006470
       9100-LEER-MPCICIE1.                                              00006480
                                                                        00006490
           READ MPCICIE1                                                00006500
                                                                        00006510
           EVALUATE  FS-MPCICIE1                                        00006520
               WHEN  CA-FS-OK                                           00006530
                     ADD CN-1                 TO CT-PETICIONES          00006540
                                                                        00006550
               WHEN  CA-FS-EOF                                          00006560
                     SET SI-FIN-MPCICIE1      TO TRUE                   00006570
                                                                        00006580
               WHEN  OTHER                                              00006590
                     MOVE CA-ERROR-F          TO WK-TIPO-ERROR          00006600
                     MOVE CA-ERR-LEER         TO WK-DESCRIPCION         00006610
                     MOVE CA-PRF-9100         TO WK-PARRAFO             00006620
                     MOVE CA-MPCICIE1         TO WK-DDNAME              00006630
                     MOVE FS-MPCICIE1         TO WK-FILE-STATUS         00006640
                                                                        00006650
                     PERFORM 9000-CANCELACION                           00006660
                        THRU 9000-CANCELACION-EXIT                      00006670
                                                                        00006680
           END-EVALUATE                                                 00006690
                                                                        00006700
           .                                                            00006710
       9100-LEER-MPCICIE1-EXIT.                                         00006720
           EXIT.                                                        00006730
                                                                        00006740
      ******************************************************************00006750
      ***                   9300-ESCRIBIR-LISTADO                    ***00006760
      ***                   ---------------------                    ***00006770
      * SE ESCRIBE UNA LINEA DEL LISTADO DEL CICLO DE VIDA.            *00006780
      ******************************************************************00006790
       9300-ESCRIBIR-LISTADO.                                           00006800
                                                                        00006810
           WRITE REG-MPCICIS1                                           00006820
                                                                        00006830
           IF  FS-MPCICIS1 NOT = CA-FS-OK                               00006840
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006850
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006860
               MOVE CA-PRF-9300              TO WK-PARRAFO              00006870
               MOVE CA-MPCICIS1              TO WK-DDNAME               00006880
               MOVE FS-MPCICIS1              TO WK-FILE-STATUS          00006890
               MOVE REG-MPCICIS1             TO WK-DATOS-REGISTRO       00006900
                                                                        00006910
               PERFORM 9000-CANCELACION                                 00006920
                  THRU 9000-CANCELACION-EXIT                            00006930
                                                                        00006940
           END-IF                                                       00006950
                                                                        00006960
           .                                                            00006970
       9300-ESCRIBIR-LISTADO-EXIT.                                      00006980
           EXIT.                                                        00006990
                                                                        00007000
      ******************************************************************00007010
      ***                   9000-CANCELACION                         ***00007020
      ***                   ----------------                         ***00007030
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007040
      ******************************************************************00007050
       9000-CANCELACION.                                                00007060
                                                                        00007070
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007080
                                                                        00007090
           EVALUATE  TRUE                                               00007100
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007110
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007120
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007130
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007140
                         RESPONSABLE('WK-RESPONSABLE')                  00007150
                         DESCRIPCION('WK-DESCRIPCION')                  00007160
                         PROGRAMA('WK-PROGRAMA')                        00007170
                         PARRAFO('WK-PARRAFO')                          00007180
                         SQLCA('SQLCA')                                 00007190
                         TABLA_DB2('WK-TABLA-DB2')                      00007200
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00007210
                     END-FUN                                            00007220
                                                                        00007230
               WHEN  OTHER                                              00007240
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007250
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007260
                         RESPONSABLE('WK-RESPONSABLE')                  00007270
                         DESCRIPCION('WK-DESCRIPCION')                  00007280
                         PROGRAMA('WK-PROGRAMA')                        00007290
                         PARRAFO('WK-PARRAFO')                          00007300
                         DDNAME('WK-DDNAME')                            00007310
                         FILE_STATUS('WK-FILE-STATUS')                  00007320
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00007330
                     END-FUN                                            00007340
                                                                        00007350
           END-EVALUATE                                                 00007360
                                                                        00007370
           .                                                            00007380
       9000-CANCELACION-EXIT.                                           00007390
           EXIT.                                                        00007400
