      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCRG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: REALINEACION DE LA EMPRESA/CENTRO CONTABLE       *00000110
      *               (G6524_IDEMPCCO/G6524_IDCENCCO) DE LAS POSICIONES*00000120
      *               YA EXISTENTES EN POS_DISP_PMAS. PARA CADA        *00000130
      *               POSICION SE RESUELVE EL CENTRO CONTABLE VIGENTE  *00000140
      *               EN SU FECHA DE CONSOLIDACION SEGUN EL MAPA       *00000150
      *               POS_CENTRO_CONTAB, CON LA MISMA REGLA QUE APLICA *00000160
      *               KJBCCPD (MAPA DEL PRODUCTO, SI NO EL GENERICO    *00000170
      *               DEL CENTRO, Y SIN MAPA EL CENTRO OPERATIVO), Y SE*00000180
      *               CORRIGEN LAS QUE DIFIEREN. NO SE MODIFICAN SALDO,*00000190
      *               FECHA NI CONTCUR DE LA POSICION. EN SIMULACION   *00000200
      *               SOLO SE LISTAN LOS CAMBIOS.                      *00000210
      *-                                                              -*00000220
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000230
      *        WK-IND-ACTUALIZAR : 'S' = ACTUALIZAR POS_DISP_PMAS.     *00000240
      *                            OTRO VALOR = SIMULACION.            *00000250
      *-                                                              -*00000260
      *  FICHEROS DE SALIDA:                                           *00000270
      *        KJBCRGS1 : LISTADO DE POSICIONES REALINEADAS.           *00000280
      *-                                                              -*00000290
      *  TABLAS:                                                       *00000300
      *     POS_DISP_PMAS     : POSICIONES CONSOLIDADAS (ACTUALIZA).   *00000310
      *     POS_CENTRO_CONTAB : MAPA DE CENTROS CONTABLES (LECTURA).   *00000320
      *-                                                              -*00000330
      ******************************************************************00000340
      *                  M O D I F I C A C I O N E S                   *00000350
      *                  ---------------------------                   *00000360
      *                                                                *00000370
      * USUARIO  FECHA        DESCRIPCION                              *00000380
      * -------- ----------   ---------------------------------------- *00000390
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000400
      *                                                                *00000410
      ******************************************************************00000420
                                                                        00000430
      ******************************************************************00000440
      * IDENTIFICATION DIVISION                                        *00000450
      ******************************************************************00000460
       IDENTIFICATION DIVISION.                                         00000470
       PROGRAM-ID.    KJBCCRG.                                          00000480
       AUTHOR.        VIEWNEXT.                                         00000490
       DATE-WRITTEN.  15-10-2026.                                       00000500
       DATE-COMPILED.                                                   00000510
                                                                        00000520
      ******************************************************************00000530
      * ENVIRONMENT DIVISION                                           *00000540
      ******************************************************************00000550
       ENVIRONMENT DIVISION.                                            00000560
                                                                        00000570
      *----------------------------------------------------------------*00000580
      * CONFIGURATION SECTION                                          *00000590
      *----------------------------------------------------------------*00000600
       CONFIGURATION SECTION.                                           00000610
                                                                        00000620
       SOURCE-COMPUTER. IBM-3090.                                       00000630
       OBJECT-COMPUTER. IBM-3090.                                       00000640
       SPECIAL-NAMES.                                                   00000650
           DECIMAL-POINT IS COMMA.                                      00000660
                                                                        00000670
      *----------------------------------------------------------------*00000680
      * INPUT OUTPUT SECTION                                           *00000690
      *----------------------------------------------------------------*00000700
       INPUT-OUTPUT SECTION.                                            00000710
       FILE-CONTROL.                                                    00000720
                                                                        00000730
      * -- LISTADO DE POSICIONES REALINEADAS.                           00000740
           SELECT KJBCRGS1 ASSIGN KJBCRGS1                              00000750
                  ACCESS MODE IS SEQUENTIAL                             00000760
                  FILE STATUS IS FS-KJBCRGS1.                           00000770
                                                                        00000780
      ******************************************************************00000790
      * DATA DIVISION                                                  *00000800
      ******************************************************************00000810
       DATA DIVISION.                                                   00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
      * FILE SECTION                                                   *00000850
      *----------------------------------------------------------------*00000860
       FILE SECTION.                                                    00000870
                                                                        00000880
       FD  KJBCRGS1                                                     00000890
           BLOCK CONTAINS 0 RECORDS                                     00000900
           RECORDING MODE IS F                                          00000910
           LABEL RECORD ARE STANDARD                                    00000920
           RECORD CONTAINS 132 CHARACTERS                               00000930
           DATA RECORD IS REG-KJBCRGS1.                                 00000940
       01  REG-KJBCRGS1            PIC X(132).                          00000950
                                                                        00000960
      *----------------------------------------------------------------*00000970
      * WORKING-STORAGE SECTION                                        *00000980
      *----------------------------------------------------------------*00000990
       WORKING-STORAGE SECTION.                                         00001000
                                                                        00001010
      ******************************************************************00001020
      *                        S W I T C H E S                         *00001030
      ******************************************************************00001040
       01  SW-SWITCHES.                                                 00001050
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001060
               88  DB2-OK                              VALUE 0.         00001070
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001080
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001090
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001100
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001110
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001120
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001130
                                                                        00001140
      ******************************************************************00001150
      *                      C O N S T A N T E S                       *00001160
      ******************************************************************00001170
       01  CT-CONSTANTES.                                               00001180
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001190
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001200
               10  CA-KJBCCRG              PIC X(08)   VALUE 'KJBCCRG'. 00001210
               10  CA-RESP                 PIC X(14)   VALUE            00001220
                                   'MEDIOS DE PAGO'.                    00001230
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001240
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001250
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001260
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001270
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00001280
               10  CA-OBS-MAPA             PIC X(20)   VALUE            00001290
                                   'MAPA VIGENTE'.                      00001300
               10  CA-OBS-SIN-MAPA         PIC X(20)   VALUE            00001310
                                   'SIN MAPA: OPERATIVO'.               00001320
               10  CA-MODO-ACTUALIZACION   PIC X(40)   VALUE            00001330
                         'ACTUALIZACION DE POS_DISP_PMAS'.              00001340
               10  CA-MODO-SIMULACION      PIC X(40)   VALUE            00001350
                         'SIMULACION (SIN ACTUALIZAR)'.                 00001360
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001370
                                   'ERROR AL ABRIR UN FICHERO'.         00001380
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001390
                                   'ERROR AL CERRAR UN FICHERO'.        00001400
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001410
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001420
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001430
                         'ERROR EN ACCESO AL CURSOR C-POSICIONES'.      00001440
               10  CA-ERR-MAPA             PIC X(38)   VALUE            00001450
                         'ERROR EN ACCESO A POS_CENTRO_CONTAB'.         00001460
               10  CA-ERR-POSICION         PIC X(38)   VALUE            00001470
                         'ERROR EN ACCESO A POS_DISP_PMAS'.             00001480
               10  CA-ERR-COMMIT           PIC X(27)   VALUE            00001490
                                   'ERROR AL EJECUTAR COMMIT'.          00001500
               10  CA-KJBCRGS1             PIC X(08)   VALUE 'KJBCRGS1'.00001510
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE            00001520
                                   'POS_DISP_PMAS'.                     00001530
               10  CA-POS-CENTRO-CONTAB    PIC X(17)   VALUE            00001540
                                   'POS_CENTRO_CONTAB'.                 00001550
               10  CA-PRF-1100             PIC X(19)   VALUE            00001560
                                   '1100-ABRIR-FICHEROS'.               00001570
               10  CA-PRF-1200             PIC X(18)   VALUE            00001580
                                   '1200-ABRIR-CURSOR'.                 00001590
               10  CA-PRF-2100             PIC X(20)   VALUE            00001600
                                   '2100-CENTRO-CONTABLE'.              00001610
               10  CA-PRF-2200             PIC X(20)   VALUE            00001620
                                   '2200-REALINEAR'.                    00001630
               10  CA-PRF-2500             PIC X(20)   VALUE            00001640
                                   '2500-ESCRIBIR-LINEA'.               00001650
               10  CA-PRF-3000             PIC X(08)   VALUE            00001660
                                   '3000-FIN'.                          00001670
               10  CA-PRF-3100             PIC X(20)   VALUE            00001680
                                   '3100-CERRAR-FICHEROS'.              00001690
               10  CA-PRF-9200             PIC X(16)   VALUE            00001700
                                   '9200-LEER-CURSOR'.                  00001710
                                                                        00001720
           05  CN-CONSTANTES-NUMERICAS.                                 00001730
               10  CN-1                    PIC 9(01)   VALUE 1.         00001740
                                                                        00001750
      ******************************************************************00001760
      *                    C O N T A D O R E S                         *00001770
      ******************************************************************00001780
       01  CT-CONTADORES.                                               00001790
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00001800
           05  CT-REALINEADAS              PIC 9(9)    VALUE ZEROES.    00001810
           05  CT-SIN-CAMBIO               PIC 9(9)    VALUE ZEROES.    00001820
                                                                        00001830
      ******************************************************************00001840
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001850
      ******************************************************************00001860
       01  WK-ESTADISTICA.                                              00001870
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001880
           05  WK-CAB-2                    PIC X(55)   VALUE            00001890
                   '* ESTADISTICAS DE KJBCCRG                   *'.     00001900
           05  WK-CAB-3.                                                00001910
               10  FILLER                  PIC X(45)   VALUE            00001920
                   '* POSICIONES LEIDAS:                       '.       00001930
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00001940
               10  FILLER                  PIC X(01)   VALUE '*'.       00001950
           05  WK-CAB-4.                                                00001960
               10  FILLER                  PIC X(45)   VALUE            00001970
                   '* POSICIONES REALINEADAS:                  '.       00001980
               10  WK-REALINEADAS-ED       PIC ZZZZZZZZ9.               00001990
               10  FILLER                  PIC X(01)   VALUE '*'.       00002000
           05  WK-CAB-5.                                                00002010
               10  FILLER                  PIC X(45)   VALUE            00002020
                   '* POSICIONES YA ALINEADAS:                 '.       00002030
               10  WK-SIN-CAMBIO-ED        PIC ZZZZZZZZ9.               00002040
               10  FILLER                  PIC X(01)   VALUE '*'.       00002050
                                                                        00002060
      ******************************************************************00002070
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002080
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002090
      ******************************************************************00002100
       01  WK-CANCELACION-BATCH.                                        00002110
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002120
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002130
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002140
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCRG'. 00002150
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002160
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002170
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002180
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002190
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002200
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002210
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002220
                                                                        00002230
      ******************************************************************00002240
      *                      F I L E  S T A T U S                      *00002250
      ******************************************************************00002260
       01  FS-FILE-STATUS.                                              00002270
           05  FS-KJBCRGS1                 PIC X(02).                   00002280
                                                                        00002290
      ******************************************************************00002300
      *                 L I N E A S  D E  I N F O R M E                *00002310
      ******************************************************************00002320
       01  WK-LINEA-CABECERA.                                           00002330
           05  FILLER                      PIC X(46)   VALUE            00002340
               'REALINEACION DE CENTROS CONTABLES - MODO: '.            00002350
           05  WC-MODO                     PIC X(40).                   00002360
           05  FILLER                      PIC X(46)   VALUE SPACES.    00002370
                                                                        00002380
       01  WK-LINEA-TITULOS.                                            00002390
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00002400
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00002410
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00002420
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00002430
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00002440
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00002450
           05  FILLER                      PIC X(11)   VALUE            00002460
               'F.CONSOLID'.                                            00002470
           05  FILLER                      PIC X(12)   VALUE            00002480
               'CONT.ANTES'.                                            00002490
           05  FILLER                      PIC X(12)   VALUE            00002500
               'CONT.NUEVO'.                                            00002510
           05  FILLER                      PIC X(71)   VALUE            00002520
               'OBSERVACIONES'.                                         00002530
                                                                        00002540
       01  WK-LINEA-DETALLE.                                            00002550
           05  WD-IDEMPRD                  PIC X(04).                   00002560
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002570
           05  WD-IDCENTD                  PIC X(04).                   00002580
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002590
           05  WD-IDPRODD                  PIC X(03).                   00002600
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002610
           05  WD-CODSPROD                 PIC X(03).                   00002620
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002630
           05  WD-CTOSALDO                 PIC X(03).                   00002640
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002650
           05  WD-CODMONSW                 PIC X(03).                   00002660
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002670
           05  WD-FECCONSO                 PIC X(10).                   00002680
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002690
           05  WD-IDEMPCCO-ANT             PIC X(04).                   00002700
           05  FILLER                      PIC X(01)   VALUE '/'.       00002710
           05  WD-IDCENCCO-ANT             PIC X(04).                   00002720
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002730
           05  WD-IDEMPCCO-NUE             PIC X(04).                   00002740
           05  FILLER                      PIC X(01)   VALUE '/'.       00002750
           05  WD-IDCENCCO-NUE             PIC X(04).                   00002760
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002770
           05  WD-OBSERVACIONES            PIC X(20).                   00002780
           05  FILLER                      PIC X(51)   VALUE SPACES.    00002790
                                                                        00002800
       01  WK-LINEA-TOTAL.                                              00002810
           05  FILLER                      PIC X(23)   VALUE            00002820
               'POSICIONES LEIDAS:'.                                    00002830
           05  WT-LEIDAS                   PIC ZZZZZZZZ9.               00002840
           05  FILLER                      PIC X(16)   VALUE            00002850
               '  REALINEADAS:'.                                        00002860
           05  WT-REALINEADAS              PIC ZZZZZZZZ9.               00002870
           05  FILLER                      PIC X(18)   VALUE            00002880
               '  YA ALINEADAS:'.                                       00002890
           05  WT-SIN-CAMBIO               PIC ZZZZZZZZ9.               00002900
           05  FILLER                      PIC X(48)   VALUE SPACES.    00002910
                                                                        00002920
      ******************************************************************00002930
      *                      V A R I A B L E S                         *00002940
      ******************************************************************00002950
       01  WK-VARIABLES.                                                00002960
           05  WK-PARAMETROS-SYSIN.                                     00002970
               10  WK-IND-ACTUALIZAR       PIC X(01).                   00002980
                   88  SI-ACTUALIZAR                   VALUE 'S'.       00002990
                                                                        00003000
      * -- EMPRESA/CENTRO CONTABLE QUE CORRESPONDE A LA POSICION.       00003010
           05  WK-CENTRO-NUEVO.                                         00003020
               10  WK-IDEMPCCO-NUE         PIC X(04).                   00003030
               10  WK-IDCENCCO-NUE         PIC X(04).                   00003040
           05  WK-OBSERVACIONES            PIC X(20).                   00003050
                                                                        00003060
      * -- ULTIMA POSICION LEIDA CON SU CENTRO CONTABLE ACTUAL.         00003070
       01  WK-FILA-CURSOR.                                              00003080
           05  WF-IDEMPRD                  PIC X(04).                   00003090
           05  WF-IDCENTD                  PIC X(04).                   00003100
           05  WF-IDPRODD                  PIC X(03).                   00003110
           05  WF-CODSPROD                 PIC X(03).                   00003120
           05  WF-CTOSALDO                 PIC X(03).                   00003130
           05  WF-CODMONSW                 PIC X(03).                   00003140
           05  WF-FECCONSO                 PIC X(10).                   00003150
           05  WF-CENTRO-ACTUAL.                                        00003160
               10  WF-IDEMPCCO             PIC X(04).                   00003170
               10  WF-IDCENCCO             PIC X(04).                   00003180
                                                                        00003190
      * -- COPY DE COMUNICACION CON DB2.                                00003200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003210
                                                                        00003220
      * -- DCLGEN DE LA TABLA POS_CENTRO_CONTAB (MAPA DE CENTROS        00003230
      * -- CONTABLES).                                                  00003240
           EXEC SQL INCLUDE D7400700 END-EXEC.                          00003250
                                                                        00003260
      ******************************************************************00003270
      *                       PROCEDURE DIVISION                       *00003280
      ******************************************************************00003290
       PROCEDURE DIVISION.                                              00003300
                                                                        00003310
           PERFORM 1000-INICIO                                          00003320
              THRU 1000-INICIO-EXIT                                     00003330
                                                                        00003340
           PERFORM 2000-PROCESO                                         00003350
              THRU 2000-PROCESO-EXIT                                    00003360
             UNTIL SI-FIN-CURSOR                                        00003370
                                                                        00003380
           PERFORM 3000-FIN                                             00003390
              THRU 3000-FIN-EXIT                                        00003400
                                                                        00003410
           .                                                            00003420
                                                                        00003430
      ******************************************************************00003440
      ***                   1000-INICIO                             *** 00003450
      ***                   -----------                             *** 00003460
      * SE OBTIENE EL MODO DE EJECUCION DE SYSIN, SE ABRE EL LISTADO,  *00003470
      * SE ESCRIBEN LAS CABECERAS Y SE ABRE EL CURSOR DE POSICIONES.   *00003480
      ******************************************************************00003490
       1000-INICIO.                                                     00003500
                                                                        00003510
           INITIALIZE WK-VARIABLES                                      00003520
                      CT-CONTADORES                                     00003530
                                                                        00003540
           SET NO-FIN-CURSOR                 TO TRUE                    00003550
                                                                        00003560
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00003570
                                                                        00003580
           PERFORM 1100-ABRIR-FICHEROS                                  00003590
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003600
                                                                        00003610
           IF  SI-ACTUALIZAR                                            00003620
               MOVE CA-MODO-ACTUALIZACION    TO WC-MODO                 00003630
           ELSE                                                         00003640
               MOVE CA-MODO-SIMULACION       TO WC-MODO                 00003650
           END-IF                                                       00003660
                                                                        00003670
           MOVE WK-LINEA-CABECERA            TO REG-KJBCRGS1            00003680
                                                                        00003690
           PERFORM 2500-ESCRIBIR-LINEA                                  00003700
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00003710
                                                                        00003720
           MOVE SPACES                       TO REG-KJBCRGS1            00003730
                                                                        00003740
           PERFORM 2500-ESCRIBIR-LINEA                                  00003750
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00003760
                                                                        00003770
           MOVE WK-LINEA-TITULOS             TO REG-KJBCRGS1            00003780
                                                                        00003790
           PERFORM 2500-ESCRIBIR-LINEA                                  00003800
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00003810
                                                                        00003820
           PERFORM 1200-ABRIR-CURSOR                                    00003830
              THRU 1200-ABRIR-CURSOR-EXIT                               00003840
                                                                        00003850
           PERFORM 9200-LEER-CURSOR                                     00003860
              THRU 9200-LEER-CURSOR-EXIT                                00003870
                                                                        00003880
           .                                                            00003890
       1000-INICIO-EXIT.                                                00003900
           EXIT.                                                        00003910
                                                                        00003920
      ******************************************************************00003930
      ***                   1100-ABRIR-FICHEROS                     *** 00003940
      ***                   -------------------                     *** 00003950
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00003960
      ******************************************************************00003970
       1100-ABRIR-FICHEROS.                                             00003980
                                                                        00003990
           OPEN OUTPUT KJBCRGS1                                         00004000
                                                                        00004010
           IF  FS-KJBCRGS1 NOT = CA-FS-OK                               00004020
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004030
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004040
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004050
               MOVE CA-KJBCRGS1              TO WK-DDNAME               00004060
               MOVE FS-KJBCRGS1              TO WK-FILE-STATUS          00004070
                                                                        00004080
               PERFORM 9000-CANCELACION                                 00004090
                  THRU 9000-CANCELACION-EXIT                            00004100
                                                                        00004110
           END-IF                                                       00004120
                                                                        00004130
           .                                                            00004140
       1100-ABRIR-FICHEROS-EXIT.                                        00004150
           EXIT.                                                        00004160
                                                                        00004170
      ******************************************************************00004180
      ***                   1200-ABRIR-CURSOR                       *** 00004190
      ***                   -----------------                       *** 00004200
      * SE DECLARA Y ABRE EL CURSOR DE TODAS LAS POSICIONES VIVAS CON  *00004210
      * SU FECHA DE CONSOLIDACION Y SU CENTRO CONTABLE ACTUAL.         *00004220
      ******************************************************************00004230
       1200-ABRIR-CURSOR.                                               00004240
                                                                        00004250
           EXEC SQL                                                     00004260
                DECLARE C-POSICIONES CURSOR FOR                         00004270
                SELECT G6524_IDEMPRD , G6524_IDCENTD ,                  00004280
                       G6524_IDPRODD , G6524_CODSPROD,                  00004290
                       G6524_CTOSALDO, G6524_CODMONSW,                  00004300
                       CHAR(G6524_FECCONSO, ISO),                       00004310
                       G6524_IDEMPCCO, G6524_IDCENCCO                   00004320
                  FROM POS_DISP_PMAS                                    00004330
                 ORDER BY G6524_IDEMPRD , G6524_IDCENTD ,               00004340
                          G6524_IDPRODD , G6524_CODSPROD,               00004350
                          G6524_CTOSALDO, G6524_CODMONSW                00004360
           END-EXEC                                                     00004370
                                                                        00004380
           EXEC SQL                                                     00004390
                OPEN C-POSICIONES                                       00004400
           END-EXEC                                                     00004410
                                                                        00004420
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004430
                                                                        00004440
           IF  NOT DB2-OK                                               00004450
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004460
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00004470
               MOVE CA-PRF-1200               TO WK-PARRAFO             00004480
               MOVE CA-KJBCCRG                TO WK-RUTINA              00004490
               MOVE CA-POS-DISP-PMAS          TO WK-TABLA-DB2           00004500
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004510
                                                                        00004520
               PERFORM 9000-CANCELACION                                 00004530
                  THRU 9000-CANCELACION-EXIT                            00004540
                                                                        00004550
           END-IF                                                       00004560
                                                                        00004570
           .                                                            00004580
       1200-ABRIR-CURSOR-EXIT.                                          00004590
           EXIT.                                                        00004600
                                                                        00004610
      ******************************************************************00004620
      ***                   2000-PROCESO                            *** 00004630
      ***                   ------------                            *** 00004640
      * SE RESUELVE EL CENTRO CONTABLE QUE CORRESPONDE A LA POSICION Y,*00004650
      * SI NO COINCIDE CON EL ACTUAL, SE REALINEA.                     *00004660
      ******************************************************************00004670
       2000-PROCESO.                                                    00004680
                                                                        00004690
           ADD CN-1                          TO CT-REG-LEIDOS           00004700
                                                                        00004710
           PERFORM 2100-CENTRO-CONTABLE                                 00004720
              THRU 2100-CENTRO-CONTABLE-EXIT                            00004730
                                                                        00004740
           IF  WK-CENTRO-NUEVO = WF-CENTRO-ACTUAL                       00004750
               ADD CN-1                      TO CT-SIN-CAMBIO           00004760
           ELSE                                                         00004770
               PERFORM 2200-REALINEAR                                   00004780
                  THRU 2200-REALINEAR-EXIT                              00004790
           END-IF                                                       00004800
                                                                        00004810
           PERFORM 9200-LEER-CURSOR                                     00004820
              THRU 9200-LEER-CURSOR-EXIT                                00004830
                                                                        00004840
           .                                                            00004850
       2000-PROCESO-EXIT.                                               00004860
           EXIT.                                                        00004870
                                                                        00004880
      ******************************************************************00004890
      ***                   2100-CENTRO-CONTABLE                    *** 00004900
      ***                   --------------------                    *** 00004910
      * SE OBTIENE LA EMPRESA/CENTRO CONTABLE DE LA POSICION EN        *00004920
      * POS_CENTRO_CONTAB VIGENTE EN SU FECHA DE CONSOLIDACION, CON LA *00004930
      * MISMA REGLA QUE KJBCCPD: EL MAPA DEL PRODUCTO PREVALECE SOBRE  *00004940
      * EL GENERICO DEL CENTRO (PRODUCTO EN BLANCO) Y, SIN MAPA, LA    *00004950
      * POSICION SE CONTABILIZA EN SU EMPRESA/CENTRO OPERATIVO.        *00004960
      ******************************************************************00004970
       2100-CENTRO-CONTABLE.                                            00004980
                                                                        00004990
           MOVE WF-IDEMPRD                   TO WK-IDEMPCCO-NUE         00005000
           MOVE WF-IDCENTD                   TO WK-IDCENCCO-NUE         00005010
           MOVE CA-OBS-SIN-MAPA              TO WK-OBSERVACIONES        00005020
                                                                        00005030
           INITIALIZE DCLPOS-CENTRO-CONTAB                              00005040
                                                                        00005050
           EXEC SQL                                                     00005060
                SELECT G6560_IDEMPCCO, G6560_IDCENCCO                   00005070
                  INTO :G6560-IDEMPCCO, :G6560-IDCENCCO                 00005080
                  FROM POS_CENTRO_CONTAB                                00005090
                 WHERE G6560_IDEMPRD  = :WF-IDEMPRD                     00005100
                   AND G6560_IDCENTD  = :WF-IDCENTD                     00005110
                   AND G6560_IDPRODD IN (:WF-IDPRODD, ' ')              00005120
                   AND G6560_FECINICI <= :WF-FECCONSO                   00005130
                   AND G6560_FECFIN   >= :WF-FECCONSO                   00005140
                 ORDER BY G6560_IDPRODD DESC                            00005150
                 FETCH FIRST 1 ROW ONLY                                 00005160
           END-EXEC                                                     00005170
                                                                        00005180
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005190
                                                                        00005200
           EVALUATE  TRUE                                               00005210
               WHEN  DB2-OK                                             00005220
                     MOVE G6560-IDEMPCCO     TO WK-IDEMPCCO-NUE         00005230
                     MOVE G6560-IDCENCCO     TO WK-IDCENCCO-NUE         00005240
                     MOVE CA-OBS-MAPA        TO WK-OBSERVACIONES        00005250
                                                                        00005260
               WHEN  DB2-CLV-NOT-FOUND                                  00005270
                     CONTINUE                                           00005280
                                                                        00005290
               WHEN  OTHER                                              00005300
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00005310
                     MOVE CA-ERR-MAPA        TO WK-DESCRIPCION          00005320
                     MOVE CA-PRF-2100        TO WK-PARRAFO              00005330
                     MOVE CA-KJBCCRG         TO WK-RUTINA               00005340
                     MOVE CA-POS-CENTRO-CONTAB                          00005350
                                             TO WK-TABLA-DB2            00005360
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00005370
                                                                        00005380
                     PERFORM 9000-CANCELACION                           00005390
                        THRU 9000-CANCELACION-EXIT                      00005400
                                                                        00005410
           END-EVALUATE                                                 00005420
                                                                        00005430
           .                                                            00005440
       2100-CENTRO-CONTABLE-EXIT.                                       00005450
           EXIT.                                                        00005460
                                                                        00005470
      ******************************************************************00005480
      ***                   2200-REALINEAR                          *** 00005490
      ***                   --------------                          *** 00005500
      * SE ACTUALIZA EL CENTRO CONTABLE DE LA POSICION (SALVO EN       *00005510
      * SIMULACION) Y SE LISTA EL CAMBIO. NO SE TOCAN SALDO, FECHA NI  *00005520
      * CONTCUR: EL CAMBIO NO ALTERA LA POSICION PARA SUS USUARIOS.    *00005530
      ******************************************************************00005540
       2200-REALINEAR.                                                  00005550
                                                                        00005560
           ADD CN-1                          TO CT-REALINEADAS          00005570
                                                                        00005580
           IF  SI-ACTUALIZAR                                            00005590
               EXEC SQL                                                 00005600
                    UPDATE POS_DISP_PMAS                                00005610
                       SET G6524_IDEMPCCO = :WK-IDEMPCCO-NUE,           00005620
                           G6524_IDCENCCO = :WK-IDCENCCO-NUE            00005630
                     WHERE G6524_IDEMPRD  = :WF-IDEMPRD                 00005640
                       AND G6524_IDCENTD  = :WF-IDCENTD                 00005650
                       AND G6524_IDPRODD  = :WF-IDPRODD                 00005660
                       AND G6524_CODSPROD = :WF-CODSPROD                00005670
                       AND G6524_CTOSALDO = :WF-CTOSALDO                00005680
                       AND G6524_CODMONSW = :WF-CODMONSW                00005690
               END-EXEC                                                 00005700
                                                                        00005710
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00005720
                                                                        00005730
               IF  NOT DB2-OK                                           00005740
                   MOVE CA-ERROR-D           TO WK-TIPO-ERROR           00005750
                   MOVE CA-ERR-POSICION      TO WK-DESCRIPCION          00005760
                   MOVE CA-PRF-2200          TO WK-PARRAFO              00005770
                   MOVE CA-KJBCCRG           TO WK-RUTINA               00005780
                   MOVE CA-POS-DISP-PMAS     TO WK-TABLA-DB2            00005790
                   MOVE CA-UPDATE            TO WK-DATOS-ACCESO         00005800
                                                                        00005810
                   PERFORM 9000-CANCELACION                             00005820
                      THRU 9000-CANCELACION-EXIT                        00005830
                                                                        00005840
               END-IF                                                   00005850
           END-IF                                                       00005860
                                                                        00005870
           MOVE WF-IDEMPRD                   TO WD-IDEMPRD              00005880
           MOVE WF-IDCENTD                   TO WD-IDCENTD              00005890
           MOVE WF-IDPRODD                   TO WD-IDPRODD              00005900
           MOVE WF-CODSPROD                  TO WD-CODSPROD             00005910
           MOVE WF-CTOSALDO                  TO WD-CTOSALDO             00005920
           MOVE WF-CODMONSW                  TO WD-CODMONSW             00005930
           MOVE WF-FECCONSO                  TO WD-FECCONSO             00005940
           MOVE WF-IDEMPCCO                  TO WD-IDEMPCCO-ANT         00005950
           MOVE WF-IDCENCCO                  TO WD-IDCENCCO-ANT         00005960
           MOVE WK-IDEMPCCO-NUE              TO WD-IDEMPCCO-NUE         00005970
           MOVE WK-IDCENCCO-NUE              TO WD-IDCENCCO-NUE         00005980
           MOVE WK-OBSERVACIONES             TO WD-OBSERVACIONES        00005990
                                                                        00006000
           MOVE WK-LINEA-DETALLE             TO REG-KJBCRGS1            00006010
                                                                        00006020
           PERFORM 2500-ESCRIBIR-LINEA                                  00006030
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006040
                                                                        00006050
           .                                                            00006060
       2200-REALINEAR-EXIT.                                             00006070
           EXIT.                                                        00006080
                                                                        00006090
      ******************************************************************00006100
      ***                   2500-ESCRIBIR-LINEA                     *** 00006110
      ***                   -------------------                     *** 00006120
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00006130
      ******************************************************************00006140
       2500-ESCRIBIR-LINEA.                                             00006150
                                                                        00006160
           WRITE REG-KJBCRGS1                                           00006170
                                                                        00006180
           IF  FS-KJBCRGS1 NOT = CA-FS-OK                               00006190
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006200
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006210
               MOVE CA-PRF-2500              TO WK-PARRAFO              00006220
               MOVE CA-KJBCRGS1              TO WK-DDNAME               00006230
               MOVE FS-KJBCRGS1              TO WK-FILE-STATUS          00006240
               MOVE REG-KJBCRGS1             TO WK-DATOS-REGISTRO       00006250
                                                                        00006260
               PERFORM 9000-CANCELACION                                 00006270
                  THRU 9000-CANCELACION-EXIT                            00006280
                                                                        00006290
           END-IF                                                       00006300
                                                                        00006310
           .                                                            00006320
       2500-ESCRIBIR-LINEA-EXIT.                                        00006330
           EXIT.                                                        00006340
                                                                        00006350
      ******************************************************************00006360
      ***                   3000-FIN                                *** 00006370
      ***                   --------                                *** 00006380
      * SE ESCRIBE EL TOTAL, SE CONFIRMAN LAS ACTUALIZACIONES, SE      *00006390
      * CIERRAN CURSOR Y FICHERO Y SE MUESTRAN LAS ESTADISTICAS.       *00006400
      ******************************************************************00006410
       3000-FIN.                                                        00006420
                                                                        00006430
           MOVE SPACES                        TO REG-KJBCRGS1           00006440
                                                                        00006450
           PERFORM 2500-ESCRIBIR-LINEA                                  00006460
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006470
                                                                        00006480
           MOVE CT-REG-LEIDOS                 TO WT-LEIDAS              00006490
           MOVE CT-REALINEADAS                TO WT-REALINEADAS         00006500
           MOVE CT-SIN-CAMBIO                 TO WT-SIN-CAMBIO          00006510
                                                                        00006520
           MOVE WK-LINEA-TOTAL                TO REG-KJBCRGS1           00006530
                                                                        00006540
           PERFORM 2500-ESCRIBIR-LINEA                                  00006550
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006560
                                                                        00006570
           EXEC SQL                                                     00006580
                COMMIT                                                  00006590
           END-EXEC                                                     00006600
                                                                        00006610
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006620
                                                                        00006630
           IF  NOT DB2-OK                                               00006640
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006650
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00006660
               MOVE CA-PRF-3000               TO WK-PARRAFO             00006670
               MOVE CA-KJBCCRG                TO WK-RUTINA              00006680
               MOVE CA-POS-DISP-PMAS          TO WK-TABLA-DB2           00006690
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00006700
                                                                        00006710
               PERFORM 9000-CANCELACION                                 00006720
                  THRU 9000-CANCELACION-EXIT                            00006730
                                                                        00006740
           END-IF                                                       00006750
                                                                        00006760
           PERFORM 3100-CERRAR-FICHEROS                                 00006770
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006780
                                                                        00006790
           PERFORM 3200-ESTADISTICAS                                    00006800
              THRU 3200-ESTADISTICAS-EXIT                               00006810
                                                                        00006820
           STOP RUN                                                     00006830
                                                                        00006840
           .                                                            00006850
       3000-FIN-EXIT.                                                   00006860
           EXIT.                                                        00006870
                                                                        00006880
      ******************************************************************00006890
      ***                   3100-CERRAR-FICHEROS                    *** 00006900
      ***                   --------------------                    *** 00006910
      * SE CIERRAN EL CURSOR DE DB2 Y EL FICHERO DE SALIDA.            *00006920
      ******************************************************************00006930
       3100-CERRAR-FICHEROS.                                            00006940
                                                                        00006950
           EXEC SQL                                                     00006960
                CLOSE C-POSICIONES                                      00006970
           END-EXEC                                                     00006980
                                                                        00006990
           CLOSE KJBCRGS1                                               00007000
                                                                        00007010
           IF  FS-KJBCRGS1 NOT = CA-FS-OK                               00007020
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007030
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00007040
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007050
               MOVE CA-KJBCRGS1              TO WK-DDNAME               00007060
               MOVE FS-KJBCRGS1              TO WK-FILE-STATUS          00007070
                                                                        00007080
               PERFORM 9000-CANCELACION                                 00007090
                  THRU 9000-CANCELACION-EXIT                            00007100
                                                                        00007110
           END-IF                                                       00007120
                                                                        00007130
           .                                                            00007140
       3100-CERRAR-FICHEROS-EXIT.                                       00007150
           EXIT.                                                        00007160
                                                                        00007170
      ******************************************************************00007180
      ***                   3200-ESTADISTICAS                       *** 00007190
      ***                   -----------------                       *** 00007200
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007210
      ******************************************************************00007220
       3200-ESTADISTICAS.                                               00007230
                                                                        00007240
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00007250
           MOVE CT-REALINEADAS                TO WK-REALINEADAS-ED      00007260
           MOVE CT-SIN-CAMBIO                 TO WK-SIN-CAMBIO-ED       00007270
                                                                        00007280
           DISPLAY WK-CAB-1                                             00007290
           DISPLAY WK-CAB-2                                             00007300
           DISPLAY WK-CAB-1                                             00007310
           DISPLAY WK-CAB-3                                             00007320
           DISPLAY WK-CAB-4                                             00007330
           DISPLAY WK-CAB-5                                             00007340
           DISPLAY WK-CAB-1                                             00007350
                                                                        00007360
           .                                                            00007370
       3200-ESTADISTICAS-EXIT.                                          00007380
           EXIT.                                                        00007390
                                                                        00007400
      ******************************************************************00007410
      ***                   9200-LEER-CURSOR                        *** 00007420
      ***                   ----------------                        *** 00007430
      * SE REALIZA EL FETCH DEL CURSOR C-POSICIONES.                   *00007440
      ******************************************************************00007450
       9200-LEER-CURSOR.                                                00007460
                                                                        00007470
           EXEC SQL                                                     00007480
                FETCH C-POSICIONES                                      00007490
                 INTO :WF-IDEMPRD , :WF-IDCENTD ,                       00007500
                      :WF-IDPRODD , :WF-CODSPROD,                       00007510
                      :WF-CTOSALDO, :WF-CODMONSW,                       00007520
                      :WF-FECCONSO,                                     00007530
                      :WF-IDEMPCCO, :WF-IDCENCCO                        00007540
           END-EXEC                                                     00007550
                                                                        00007560
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007570
                                                                        00007580
           EVALUATE  TRUE                                               00007590
               WHEN  DB2-OK                                             00007600
                     CONTINUE                                           00007610
                                                                        00007620
               WHEN  DB2-CLV-NOT-FOUND                                  00007630
                     SET SI-FIN-CURSOR        TO TRUE                   00007640
                                                                        00007650
               WHEN  OTHER                                              00007660
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00007670
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00007680
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00007690
                     MOVE CA-KJBCCRG          TO WK-RUTINA              00007700
                     MOVE CA-POS-DISP-PMAS    TO WK-TABLA-DB2           00007710
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00007720
                                                                        00007730
                     PERFORM 9000-CANCELACION                           00007740
                        THRU 9000-CANCELACION-EXIT                      00007750
                                                                        00007760
           END-EVALUATE                                                 00007770
                                                                        00007780
           .                                                            00007790
       9200-LEER-CURSOR-EXIT.                                           00007800
           EXIT.                                                        00007810
                                                                        00007820
      ******************************************************************00007830
      ***                   9000-CANCELACION                        *** 00007840
      ***                   ----------------                        *** 00007850
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00007860
      ******************************************************************00007870
       9000-CANCELACION.                                                00007880
                                                                        00007890
           MOVE CA-RESP                       TO WK-RESPONSABLE         00007900
                                                                        00007910
           EVALUATE  TRUE                                               00007920
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00007930
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00007940
                         TIPO_ERROR('WK-TIPO-ERROR')                    00007950
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00007960
                         RESPONSABLE('WK-RESPONSABLE')                  00007970
                         DESCRIPCION('WK-DESCRIPCION')                  00007980
                         PROGRAMA('WK-PROGRAMA')                        00007990
                         PARRAFO('WK-PARRAFO')                          00008000
                         SQLCA('SQLCA')                                 00008010
                         TABLA_DB2('WK-TABLA-DB2')                      00008020
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00008030
                     END-FUN                                            00008040
                                                                        00008050
               WHEN  OTHER                                              00008060
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00008070
                         TIPO_ERROR('WK-TIPO-ERROR')                    00008080
                         RESPONSABLE('WK-RESPONSABLE')                  00008090
                         DESCRIPCION('WK-DESCRIPCION')                  00008100
                         PROGRAMA('WK-PROGRAMA')                        00008110
                         PARRAFO('WK-PARRAFO')                          00008120
                         DDNAME('WK-DDNAME')                            00008130
                         FILE_STATUS('WK-FILE-STATUS')                  00008140
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00008150
                     END-FUN                                            00008160
                                                                        00008170
           END-EVALUATE                                                 00008180
                                                                        00008190
           .                                                            00008200
       9000-CANCELACION-EXIT.                                           00008210
           EXIT.                                                        00008220
