      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCEL.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: LISTADO MENSUAL DE EMBARGOS JUDICIALES ACTIVOS   *00000110
      *               PARA EL DEPARTAMENTO JURIDICO. PARA CADA POSICION*00000120
      *               DE POS_DISP_PMAS CON EMBARGOS VIGENTES A LA FECHA*00000130
      *               DE REFERENCIA (POS_EMBARGO) SE LISTAN SUS        *00000140
      *               EMBARGOS, EL SALDO CONSOLIDADO, EL TOTAL         *00000150
      *               EMBARGADO Y EL PORCENTAJE DE COBERTURA, CON      *00000160
      *               TOTALES POR MONEDA Y GENERALES. SI ALGUNA        *00000170
      *               POSICION NO CUBRE SUS EMBARGOS TERMINA CON       *00000180
      *               CONDITION CODE 4.                                *00000190
      *-                                                              -*00000200
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000210
      *        WK-FECHA-REFERENCIA : FECHA DE REFERENCIA (AAAA-MM-DD). *00000220
      *                              SI SE INFORMA A BLANCOS SE TOMA LA*00000230
      *                              FECHA DEL SISTEMA.                *00000240
      *-                                                              -*00000250
      *  FICHEROS DE SALIDA:                                           *00000260
      *        KJBCELS1 : LISTADO DE EMBARGOS ACTIVOS Y COBERTURA.     *00000270
      *-                                                              -*00000280
      *  TABLAS:                                                       *00000290
      *     POS_EMBARGO   : EMBARGOS JUDICIALES (LECTURA).             *00000300
      *     POS_DISP_PMAS : POSICIONES CONSOLIDADAS (LECTURA).         *00000310
      *-                                                              -*00000320
      *  CODIGOS DE RETORNO:                                           *00000330
      *        0 : TODAS LAS POSICIONES CUBREN SUS EMBARGOS.           *00000340
      *        4 : HAY POSICIONES CON SALDO INFERIOR AL EMBARGADO.     *00000350
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
       PROGRAM-ID.    KJBCCEL.                                          00000510
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
      * -- LISTADO DE EMBARGOS ACTIVOS Y COBERTURA.                     00000770
           SELECT KJBCELS1 ASSIGN KJBCELS1                              00000780
                  ACCESS MODE IS SEQUENTIAL                             00000790
                  FILE STATUS IS FS-KJBCELS1.                           00000800
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
       FD  KJBCELS1                                                     00000920
           BLOCK CONTAINS 0 RECORDS                                     00000930
           RECORDING MODE IS F                                          00000940
           LABEL RECORD ARE STANDARD                                    00000950
           RECORD CONTAINS 132 CHARACTERS                               00000960
           DATA RECORD IS REG-KJBCELS1.                                 00000970
       01  REG-KJBCELS1            PIC X(132).                          00000980
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
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001140
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001150
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001160
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001170
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001180
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001190
                                                                        00001200
      ******************************************************************00001210
      *                      C O N S T A N T E S                       *00001220
      ******************************************************************00001230
       01  CT-CONSTANTES.                                               00001240
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001250
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001260
               10  CA-KJBCCEL              PIC X(08)   VALUE 'KJBCCEL'. 00001270
               10  CA-RESP                 PIC X(14)   VALUE            00001280
                                   'MEDIOS DE PAGO'.                    00001290
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001300
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001310
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001320
               10  CA-EMBARGO-ACTIVO       PIC X(01)   VALUE 'A'.       00001330
               10  CA-CUBIERTO             PIC X(11)   VALUE            00001340
                                   'CUBIERTO'.                          00001350
               10  CA-DESCUBIERTO          PIC X(11)   VALUE            00001360
                                   'DESCUBIERTO'.                       00001370
               10  CA-TOTAL-MONEDA         PIC X(13)   VALUE            00001380
                                   'TOTAL MONEDA'.                      00001390
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001400
                                   'ERROR AL ABRIR UN FICHERO'.         00001410
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001420
                                   'ERROR AL CERRAR UN FICHERO'.        00001430
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001440
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001450
               10  CA-ERR-FECHA            PIC X(40)   VALUE            00001460
                         'ERROR AL OBTENER LA FECHA DE REFERENCIA'.     00001470
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001480
                         'ERROR EN ACCESO AL CURSOR C-EMBARGOS'.        00001490
               10  CA-KJBCELS1             PIC X(08)   VALUE 'KJBCELS1'.00001500
               10  CA-POS-EMBARGO          PIC X(11)   VALUE            00001510
                                   'POS_EMBARGO'.                       00001520
               10  CA-PRF-1000             PIC X(11)   VALUE            00001530
                                   '1000-INICIO'.                       00001540
               10  CA-PRF-1100             PIC X(19)   VALUE            00001550
                                   '1100-ABRIR-FICHEROS'.               00001560
               10  CA-PRF-1200             PIC X(18)   VALUE            00001570
                                   '1200-ABRIR-CURSOR'.                 00001580
               10  CA-PRF-2500             PIC X(20)   VALUE            00001590
                                   '2500-ESCRIBIR-LINEA'.               00001600
               10  CA-PRF-3100             PIC X(20)   VALUE            00001610
                                   '3100-CERRAR-FICHEROS'.              00001620
               10  CA-PRF-9200             PIC X(16)   VALUE            00001630
                                   '9200-LEER-CURSOR'.                  00001640
                                                                        00001650
           05  CN-CONSTANTES-NUMERICAS.                                 00001660
               10  CN-1                    PIC 9(01)   VALUE 1.         00001670
               10  CN-4                    PIC 9(01)   VALUE 4.         00001680
               10  CN-100                  PIC 9(03)   VALUE 100.       00001690
                                                                        00001700
      ******************************************************************00001710
      *                    C O N T A D O R E S                         *00001720
      ******************************************************************00001730
       01  CT-CONTADORES.                                               00001740
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00001750
           05  CT-POSICIONES               PIC 9(9)    VALUE ZEROES.    00001760
           05  CT-DESCUBIERTAS             PIC 9(9)    VALUE ZEROES.    00001770
           05  CT-MONEDAS                  PIC 9(9)    VALUE ZEROES.    00001780
                                                                        00001790
      * -- ACUMULADOS DE LA MONEDA EN TRATAMIENTO.                      00001800
       01  CT-MONEDA.                                                   00001810
           05  CT-M-EMBARGOS               PIC 9(9).                    00001820
           05  CT-M-POSICIONES             PIC 9(9).                    00001830
           05  CT-M-DESCUBIERTAS           PIC 9(9).                    00001840
           05  CT-M-IMPRETEN               PIC S9(15)V9(2) COMP-3.      00001850
           05  CT-M-IMPSLDC                PIC S9(15)V9(2) COMP-3.      00001860
           05  CT-M-DESCUBIERTO            PIC S9(15)V9(2) COMP-3.      00001870
                                                                        00001880
      ******************************************************************00001890
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001900
      ******************************************************************00001910
       01  WK-ESTADISTICA.                                              00001920
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00001930
           05  WK-CAB-2                    PIC X(55)   VALUE            00001940
                   '* ESTADISTICAS DE KJBCCEL                   *'.     00001950
           05  WK-CAB-3.                                                00001960
               10  FILLER                  PIC X(45)   VALUE            00001970
                   '* EMBARGOS ACTIVOS LEIDOS:                 '.       00001980
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00001990
               10  FILLER                  PIC X(01)   VALUE '*'.       00002000
           05  WK-CAB-4.                                                00002010
               10  FILLER                  PIC X(45)   VALUE            00002020
                   '* POSICIONES EMBARGADAS:                   '.       00002030
               10  WK-POSICIONES-ED        PIC ZZZZZZZZ9.               00002040
               10  FILLER                  PIC X(01)   VALUE '*'.       00002050
           05  WK-CAB-5.                                                00002060
               10  FILLER                  PIC X(45)   VALUE            00002070
                   '* POSICIONES SIN COBERTURA SUFICIENTE:     '.       00002080
               10  WK-DESCUBIERTAS-ED      PIC ZZZZZZZZ9.               00002090
               10  FILLER                  PIC X(01)   VALUE '*'.       00002100
           05  WK-CAB-6.                                                00002110
               10  FILLER                  PIC X(45)   VALUE            00002120
                   '* MONEDAS LISTADAS:                        '.       00002130
               10  WK-MONEDAS-ED           PIC ZZZZZZZZ9.               00002140
               10  FILLER                  PIC X(01)   VALUE '*'.       00002150
                                                                        00002160
      ******************************************************************00002170
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002180
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002190
      ******************************************************************00002200
       01  WK-CANCELACION-BATCH.                                        00002210
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002220
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002230
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002240
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCEL'. 00002250
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002260
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002270
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002280
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002290
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002300
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002310
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002320
                                                                        00002330
      ******************************************************************00002340
      *                      F I L E  S T A T U S                      *00002350
      ******************************************************************00002360
       01  FS-FILE-STATUS.                                              00002370
           05  FS-KJBCELS1                 PIC X(02).                   00002380
                                                                        00002390
      ******************************************************************00002400
      *                 L I N E A S  D E  I N F O R M E                *00002410
      ******************************************************************00002420
       01  WK-LINEA-CABECERA.                                           00002430
           05  FILLER                      PIC X(45)   VALUE            00002440
               'EMBARGOS JUDICIALES ACTIVOS Y COBERTURA A    '.         00002450
           05  WC-FECHA-REFERENCIA         PIC X(10).                   00002460
           05  FILLER                      PIC X(77)   VALUE SPACES.    00002470
                                                                        00002480
       01  WK-LINEA-TITULOS.                                            00002490
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00002500
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00002510
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00002520
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00002530
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00002540
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00002550
           05  FILLER                      PIC X(31)   VALUE            00002560
               'REFERENCIA JUDICIAL'.                                   00002570
           05  FILLER                      PIC X(20)   VALUE            00002580
               '  IMPORTE EMBARGADO'.                                   00002590
           05  FILLER                      PIC X(11)   VALUE            00002600
               'DESDE'.                                                 00002610
           05  FILLER                      PIC X(11)   VALUE            00002620
               'HASTA'.                                                 00002630
           05  FILLER                      PIC X(33)   VALUE SPACES.    00002640
                                                                        00002650
       01  WK-LINEA-DETALLE.                                            00002660
           05  WD-CODMONSW                 PIC X(03).                   00002670
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002680
           05  WD-IDEMPRD                  PIC X(04).                   00002690
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002700
           05  WD-IDCENTD                  PIC X(04).                   00002710
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002720
           05  WD-IDPRODD                  PIC X(03).                   00002730
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002740
           05  WD-CODSPROD                 PIC X(03).                   00002750
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002760
           05  WD-CTOSALDO                 PIC X(03).                   00002770
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002780
           05  WD-REFJUDIC                 PIC X(30).                   00002790
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002800
           05  WD-IMPRETEN                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00002810
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002820
           05  WD-FECINICI                 PIC X(10).                   00002830
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002840
           05  WD-FECFIN                   PIC X(10).                   00002850
           05  FILLER                      PIC X(33)   VALUE SPACES.    00002860
                                                                        00002870
       01  WK-LINEA-POSICION.                                           00002880
           05  FILLER                      PIC X(26)   VALUE SPACES.    00002890
           05  FILLER                      PIC X(16)   VALUE            00002900
               'SALDO POSICION:'.                                       00002910
           05  WP-IMPSLDC                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00002920
           05  FILLER                      PIC X(18)   VALUE            00002930
               '  TOTAL EMBARGADO:'.                                    00002940
           05  WP-TOTAL-EMBARGADO          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00002950
           05  FILLER                      PIC X(13)   VALUE            00002960
               '  COBERTURA:'.                                          00002970
           05  WP-COBERTURA                PIC ZZ9,99.                  00002980
           05  FILLER                      PIC X(03)   VALUE ' % '.     00002990
           05  WP-SITUACION                PIC X(11).                   00003000
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003010
                                                                        00003020
       01  WK-LINEA-TOTAL.                                              00003030
           05  WT-CONCEPTO                 PIC X(13).                   00003040
           05  WT-CODMONSW                 PIC X(03).                   00003050
           05  FILLER                      PIC X(05)   VALUE ' EMB:'.   00003060
           05  WT-EMBARGOS                 PIC ZZZZZ9.                  00003070
           05  FILLER                      PIC X(05)   VALUE ' POS:'.   00003080
           05  WT-POSICIONES               PIC ZZZZZ9.                  00003090
           05  FILLER                      PIC X(05)   VALUE ' DES:'.   00003100
           05  WT-DESCUBIERTAS             PIC ZZZZZ9.                  00003110
           05  FILLER                      PIC X(11)   VALUE            00003120
               ' EMBARGADO:'.                                           00003130
           05  WT-IMPRETEN                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003140
           05  FILLER                      PIC X(07)   VALUE ' SALDO:'. 00003150
           05  WT-IMPSLDC                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003160
           05  FILLER                      PIC X(07)   VALUE ' DESC.:'. 00003170
           05  WT-DESCUBIERTO              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003180
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003190
                                                                        00003200
       01  WK-LINEA-TOTAL-GENERAL.                                      00003210
           05  FILLER                      PIC X(30)   VALUE            00003220
               'TOTAL GENERAL   EMBARGOS:'.                             00003230
           05  WG-EMBARGOS                 PIC ZZZZZZZZ9.               00003240
           05  FILLER                      PIC X(14)   VALUE            00003250
               '  POSICIONES:'.                                         00003260
           05  WG-POSICIONES               PIC ZZZZZZZZ9.               00003270
           05  FILLER                      PIC X(17)   VALUE            00003280
               '  DESCUBIERTAS:'.                                       00003290
           05  WG-DESCUBIERTAS             PIC ZZZZZZZZ9.               00003300
           05  FILLER                      PIC X(12)   VALUE            00003310
               '  MONEDAS:'.                                            00003320
           05  WG-MONEDAS                  PIC ZZZZZZZZ9.               00003330
           05  FILLER                      PIC X(23)   VALUE SPACES.    00003340
                                                                        00003350
      ******************************************************************00003360
      *                      V A R I A B L E S                         *00003370
      ******************************************************************00003380
       01  WK-VARIABLES.                                                00003390
           05  WK-PARAMETROS-SYSIN.                                     00003400
               10  WK-FECHA-REFERENCIA     PIC X(10).                   00003410
           05  WK-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00003420
           05  WK-TOTAL-EMBARGADO          PIC S9(15)V9(2) COMP-3.      00003430
           05  WK-DESCUBIERTO              PIC S9(15)V9(2) COMP-3.      00003440
           05  WK-COBERTURA                PIC S9(03)V9(2) COMP-3.      00003450
                                                                        00003460
      * -- POSICION EN TRATAMIENTO (CLAVE EN EL ORDEN DEL CURSOR).      00003470
           05  WK-CLAVE-POSICION.                                       00003480
               10  WK-CODMONSW             PIC X(03).                   00003490
               10  WK-IDEMPRD              PIC X(04).                   00003500
               10  WK-IDCENTD              PIC X(04).                   00003510
               10  WK-IDPRODD              PIC X(03).                   00003520
               10  WK-CODSPROD             PIC X(03).                   00003530
               10  WK-CTOSALDO             PIC X(03).                   00003540
                                                                        00003550
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00003560
       01  WK-FILA-CURSOR.                                              00003570
           05  WF-CLAVE-POSICION.                                       00003580
               10  WF-CODMONSW             PIC X(03).                   00003590
               10  WF-IDEMPRD              PIC X(04).                   00003600
               10  WF-IDCENTD              PIC X(04).                   00003610
               10  WF-IDPRODD              PIC X(03).                   00003620
               10  WF-CODSPROD             PIC X(03).                   00003630
               10  WF-CTOSALDO             PIC X(03).                   00003640
           05  WF-REFJUDIC                 PIC X(30).                   00003650
           05  WF-IMPRETEN                 PIC S9(15)V9(2) COMP-3.      00003660
           05  WF-FECINICI                 PIC X(10).                   00003670
           05  WF-FECFIN                   PIC X(10).                   00003680
           05  WF-IMPSLDC                  PIC S9(15)V9(2) COMP-3.      00003690
                                                                        00003700
      * -- COPY DE COMUNICACION CON DB2.                                00003710
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003720
                                                                        00003730
      * -- DCLGEN DE LA TABLA POS_EMBARGO.                              00003740
           EXEC SQL INCLUDE D7400600 END-EXEC.                          00003750
                                                                        00003760
      ******************************************************************00003770
      *                       PROCEDURE DIVISION                       *00003780
      ******************************************************************00003790
       PROCEDURE DIVISION.                                              00003800
                                                                        00003810
           PERFORM 1000-INICIO                                          00003820
              THRU 1000-INICIO-EXIT                                     00003830
                                                                        00003840
           PERFORM 2000-PROCESO                                         00003850
              THRU 2000-PROCESO-EXIT                                    00003860
             UNTIL SI-FIN-CURSOR                                        00003870
                                                                        00003880
           PERFORM 3000-FIN                                             00003890
              THRU 3000-FIN-EXIT                                        00003900
                                                                        00003910
           .                                                            00003920
                                                                        00003930
      ******************************************************************00003940
      ***                   1000-INICIO                             *** 00003950
      ***                   -----------                             *** 00003960
      * SE OBTIENE LA FECHA DE REFERENCIA, SE ABRE EL FICHERO, SE      *00003970
      * EMITE LA CABECERA Y SE ABRE EL CURSOR DE EMBARGOS ACTIVOS.     *00003980
      ******************************************************************00003990
       1000-INICIO.                                                     00004000
                                                                        00004010
           INITIALIZE WK-VARIABLES                                      00004020
                      CT-CONTADORES                                     00004030
                      CT-MONEDA                                         00004040
                                                                        00004050
           SET NO-FIN-CURSOR                 TO TRUE                    00004060
           SET SI-PRIMERA-LECTURA            TO TRUE                    00004070
                                                                        00004080
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004090
                                                                        00004100
           IF  WK-FECHA-REFERENCIA = SPACES OR LOW-VALUES               00004110
               EXEC SQL                                                 00004120
                    SET :WK-FECHA-REFERENCIA = CHAR(CURRENT DATE, ISO)  00004130
               END-EXEC                                                 00004140
                                                                        00004150
               MOVE SQLCODE                   TO SW-DB2-RETURN-CODE     00004160
                                                                        00004170
               IF  NOT DB2-OK                                           00004180
                   MOVE CA-ERROR-D            TO WK-TIPO-ERROR          00004190
                   MOVE CA-ERR-FECHA          TO WK-DESCRIPCION         00004200
                   MOVE CA-PRF-1000           TO WK-PARRAFO             00004210
                   MOVE CA-KJBCCEL            TO WK-RUTINA              00004220
                   MOVE SPACES                TO WK-TABLA-DB2           00004230
                   MOVE CA-SELECT             TO WK-DATOS-ACCESO        00004240
                                                                        00004250
                   PERFORM 9000-CANCELACION                             00004260
                      THRU 9000-CANCELACION-EXIT                        00004270
               END-IF                                                   00004280
           END-IF                                                       00004290
                                                                        00004300
           PERFORM 1100-ABRIR-FICHEROS                                  00004310
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004320
                                                                        00004330
           MOVE WK-FECHA-REFERENCIA          TO WC-FECHA-REFERENCIA     00004340
                                                                        00004350
           MOVE WK-LINEA-CABECERA            TO REG-KJBCELS1            00004360
                                                                        00004370
           PERFORM 2500-ESCRIBIR-LINEA                                  00004380
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004390
                                                                        00004400
           MOVE SPACES                       TO REG-KJBCELS1            00004410
                                                                        00004420
           PERFORM 2500-ESCRIBIR-LINEA                                  00004430
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004440
                                                                        00004450
           MOVE WK-LINEA-TITULOS             TO REG-KJBCELS1            00004460
                                                                        00004470
           PERFORM 2500-ESCRIBIR-LINEA                                  00004480
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00004490
                                                                        00004500
           PERFORM 1200-ABRIR-CURSOR                                    00004510
              THRU 1200-ABRIR-CURSOR-EXIT                               00004520
                                                                        00004530
           PERFORM 9200-LEER-CURSOR                                     00004540
              THRU 9200-LEER-CURSOR-EXIT                                00004550
                                                                        00004560
           .                                                            00004570
       1000-INICIO-EXIT.                                                00004580
           EXIT.                                                        00004590
                                                                        00004600
      ******************************************************************00004610
      ***                   1100-ABRIR-FICHEROS                     *** 00004620
      ***                   -------------------                     *** 00004630
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00004640
      ******************************************************************00004650
       1100-ABRIR-FICHEROS.                                             00004660
                                                                        00004670
           OPEN OUTPUT KJBCELS1                                         00004680
                                                                        00004690
           IF  FS-KJBCELS1 NOT = CA-FS-OK                               00004700
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004710
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004720
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004730
               MOVE CA-KJBCELS1              TO WK-DDNAME               00004740
               MOVE FS-KJBCELS1              TO WK-FILE-STATUS          00004750
                                                                        00004760
               PERFORM 9000-CANCELACION                                 00004770
                  THRU 9000-CANCELACION-EXIT                            00004780
                                                                        00004790
           END-IF                                                       00004800
                                                                        00004810
           .                                                            00004820
       1100-ABRIR-FICHEROS-EXIT.                                        00004830
           EXIT.                                                        00004840
                                                                        00004850
      ******************************************************************00004860
      ***                   1200-ABRIR-CURSOR                       *** 00004870
      ***                   -----------------                       *** 00004880
      * SE DECLARA Y ABRE EL CURSOR DE EMBARGOS ACTIVOS Y VIGENTES A LA*00004890
      * FECHA DE REFERENCIA CON EL SALDO DE SU POSICION (CERO SI LA    *00004900
      * POSICION YA NO EXISTE), ORDENADO POR MONEDA Y POSICION PARA LAS*00004910
      * RUPTURAS.                                                      *00004920
      ******************************************************************00004930
       1200-ABRIR-CURSOR.                                               00004940
                                                                        00004950
           MOVE CA-EMBARGO-ACTIVO             TO G6559-ESTADO           00004960
                                                                        00004970
           EXEC SQL                                                     00004980
                DECLARE C-EMBARGOS CURSOR FOR                           00004990
                SELECT E.G6559_CODMONSW , E.G6559_IDEMPRD ,             00005000
                       E.G6559_IDCENTD  , E.G6559_IDPRODD ,             00005010
                       E.G6559_CODSPROD , E.G6559_CTOSALDO,             00005020
                       E.G6559_REFJUDIC , E.G6559_IMPRETEN,             00005030
                       CHAR(E.G6559_FECINICI, ISO),                     00005040
                       CHAR(E.G6559_FECFIN, ISO),                       00005050
                       COALESCE(P.G6524_IMPSLDC, 0)                     00005060
                  FROM POS_EMBARGO E                                    00005070
                  LEFT OUTER JOIN POS_DISP_PMAS P                       00005080
                    ON P.G6524_IDEMPRD  = E.G6559_IDEMPRD               00005090
                   AND P.G6524_IDCENTD  = E.G6559_IDCENTD               00005100
                   AND P.G6524_IDPRODD  = E.G6559_IDPRODD               00005110
                   AND P.G6524_CODSPROD = E.G6559_CODSPROD              00005120
                   AND P.G6524_CTOSALDO = E.G6559_CTOSALDO              00005130
                   AND P.G6524_CODMONSW = E.G6559_CODMONSW              00005140
                 WHERE E.G6559_ESTADO   = :G6559-ESTADO                 00005150
                   AND E.G6559_FECINICI <= DATE(:WK-FECHA-REFERENCIA)   00005160
                   AND E.G6559_FECFIN   >= DATE(:WK-FECHA-REFERENCIA)   00005170
                 ORDER BY E.G6559_CODMONSW, E.G6559_IDEMPRD ,           00005180
                          E.G6559_IDCENTD , E.G6559_IDPRODD ,           00005190
                          E.G6559_CODSPROD, E.G6559_CTOSALDO,           00005200
                          E.G6559_REFJUDIC                              00005210
           END-EXEC                                                     00005220
                                                                        00005230
           EXEC SQL                                                     00005240
                OPEN C-EMBARGOS                                         00005250
           END-EXEC                                                     00005260
                                                                        00005270
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005280
                                                                        00005290
           IF  NOT DB2-OK                                               00005300
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005310
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00005320
               MOVE CA-PRF-1200               TO WK-PARRAFO             00005330
               MOVE CA-KJBCCEL                TO WK-RUTINA              00005340
               MOVE CA-POS-EMBARGO            TO WK-TABLA-DB2           00005350
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005360
                                                                        00005370
               PERFORM 9000-CANCELACION                                 00005380
                  THRU 9000-CANCELACION-EXIT                            00005390
                                                                        00005400
           END-IF                                                       00005410
                                                                        00005420
           .                                                            00005430
       1200-ABRIR-CURSOR-EXIT.                                          00005440
           EXIT.                                                        00005450
                                                                        00005460
      ******************************************************************00005470
      ***                   2000-PROCESO                            *** 00005480
      ***                   ------------                            *** 00005490
      * SE DETECTAN LAS RUPTURAS DE POSICION Y DE MONEDA, SE ACUMULA EL*00005500
      * EMBARGO LEIDO EN SU POSICION Y SE ESCRIBE SU LINEA DE DETALLE. *00005510
      ******************************************************************00005520
       2000-PROCESO.                                                    00005530
                                                                        00005540
           IF  SI-PRIMERA-LECTURA                                       00005550
               PERFORM 2100-NUEVA-POSICION                              00005560
                  THRU 2100-NUEVA-POSICION-EXIT                         00005570
               SET NO-PRIMERA-LECTURA        TO TRUE                    00005580
           ELSE                                                         00005590
               IF  WF-CLAVE-POSICION NOT = WK-CLAVE-POSICION            00005600
                   PERFORM 2300-VOLCAR-POSICION                         00005610
                      THRU 2300-VOLCAR-POSICION-EXIT                    00005620
                                                                        00005630
                   IF  WF-CODMONSW NOT = WK-CODMONSW                    00005640
                       PERFORM 2400-VOLCAR-MONEDA                       00005650
                          THRU 2400-VOLCAR-MONEDA-EXIT                  00005660
                   END-IF                                               00005670
                                                                        00005680
                   PERFORM 2100-NUEVA-POSICION                          00005690
                      THRU 2100-NUEVA-POSICION-EXIT                     00005700
               END-IF                                                   00005710
           END-IF                                                       00005720
                                                                        00005730
           ADD CN-1                          TO CT-REG-LEIDOS           00005740
                                                CT-M-EMBARGOS           00005750
           ADD WF-IMPRETEN                   TO WK-TOTAL-EMBARGADO      00005760
                                                CT-M-IMPRETEN           00005770
                                                                        00005780
           PERFORM 2200-LISTAR-EMBARGO                                  00005790
              THRU 2200-LISTAR-EMBARGO-EXIT                             00005800
                                                                        00005810
           PERFORM 9200-LEER-CURSOR                                     00005820
              THRU 9200-LEER-CURSOR-EXIT                                00005830
                                                                        00005840
           .                                                            00005850
       2000-PROCESO-EXIT.                                               00005860
           EXIT.                                                        00005870
                                                                        00005880
      ******************************************************************00005890
      ***                   2100-NUEVA-POSICION                     *** 00005900
      ***                   -------------------                     *** 00005910
      * SE TOMA LA POSICION DE LA FILA LEIDA COMO POSICION EN          *00005920
      * TRATAMIENTO, CON SU SALDO Y EL ACUMULADO EMBARGADO A CERO.     *00005930
      ******************************************************************00005940
       2100-NUEVA-POSICION.                                             00005950
                                                                        00005960
           MOVE WF-CLAVE-POSICION             TO WK-CLAVE-POSICION      00005970
           MOVE WF-IMPSLDC                    TO WK-IMPSLDC             00005980
           MOVE ZEROES                        TO WK-TOTAL-EMBARGADO     00005990
                                                                        00006000
           .                                                            00006010
       2100-NUEVA-POSICION-EXIT.                                        00006020
           EXIT.                                                        00006030
                                                                        00006040
      ******************************************************************00006050
      ***                   2200-LISTAR-EMBARGO                     *** 00006060
      ***                   -------------------                     *** 00006070
      * SE ESCRIBE LA LINEA DE DETALLE DEL EMBARGO LEIDO.              *00006080
      ******************************************************************00006090
       2200-LISTAR-EMBARGO.                                             00006100
                                                                        00006110
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00006120
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00006130
           MOVE WF-IDCENTD                    TO WD-IDCENTD             00006140
           MOVE WF-IDPRODD                    TO WD-IDPRODD             00006150
           MOVE WF-CODSPROD                   TO WD-CODSPROD            00006160
           MOVE WF-CTOSALDO                   TO WD-CTOSALDO            00006170
           MOVE WF-REFJUDIC                   TO WD-REFJUDIC            00006180
           MOVE WF-IMPRETEN                   TO WD-IMPRETEN            00006190
           MOVE WF-FECINICI                   TO WD-FECINICI            00006200
           MOVE WF-FECFIN                     TO WD-FECFIN              00006210
                                                                        00006220
           MOVE WK-LINEA-DETALLE              TO REG-KJBCELS1           00006230
                                                                        00006240
           PERFORM 2500-ESCRIBIR-LINEA                                  00006250
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006260
                                                                        00006270
           .                                                            00006280
       2200-LISTAR-EMBARGO-EXIT.                                        00006290
           EXIT.                                                        00006300
                                                                        00006310
      ******************************************************************00006320
      ***                   2300-VOLCAR-POSICION                    *** 00006330
      ***                   --------------------                    *** 00006340
      * SE CALCULA LA COBERTURA DE LA POSICION CERRADA (SALDO SOBRE    *00006350
      * TOTAL EMBARGADO, ENTRE 0 Y 100 %), SE ESCRIBE SU LINEA DE      *00006360
      * RESUMEN Y SE ACUMULA EN LA MONEDA. EL DESCUBIERTO ES LO        *00006370
      * EMBARGADO QUE EL SALDO POSITIVO NO ALCANZA A CUBRIR.           *00006380
      ******************************************************************00006390
       2300-VOLCAR-POSICION.                                            00006400
                                                                        00006410
           ADD CN-1                           TO CT-POSICIONES          00006420
                                                 CT-M-POSICIONES        00006430
           ADD WK-IMPSLDC                     TO CT-M-IMPSLDC           00006440
                                                                        00006450
           EVALUATE  TRUE                                               00006460
               WHEN  WK-IMPSLDC NOT < WK-TOTAL-EMBARGADO                00006470
                     MOVE CN-100              TO WK-COBERTURA           00006480
                     MOVE ZEROES              TO WK-DESCUBIERTO         00006490
                     MOVE CA-CUBIERTO         TO WP-SITUACION           00006500
                                                                        00006510
               WHEN  WK-IMPSLDC NOT > ZEROES                            00006520
                     MOVE ZEROES              TO WK-COBERTURA           00006530
                     MOVE WK-TOTAL-EMBARGADO  TO WK-DESCUBIERTO         00006540
                     MOVE CA-DESCUBIERTO      TO WP-SITUACION           00006550
                                                                        00006560
               WHEN  OTHER                                              00006570
                     COMPUTE WK-COBERTURA ROUNDED =                     00006580
                             WK-IMPSLDC * CN-100 / WK-TOTAL-EMBARGADO   00006590
                     COMPUTE WK-DESCUBIERTO =                           00006600
                             WK-TOTAL-EMBARGADO - WK-IMPSLDC            00006610
                     MOVE CA-DESCUBIERTO      TO WP-SITUACION           00006620
           END-EVALUATE                                                 00006630
                                                                        00006640
           IF  WK-DESCUBIERTO > ZEROES                                  00006650
               ADD CN-1                       TO CT-DESCUBIERTAS        00006660
                                                 CT-M-DESCUBIERTAS      00006670
               ADD WK-DESCUBIERTO             TO CT-M-DESCUBIERTO       00006680
           END-IF                                                       00006690
                                                                        00006700
           MOVE WK-IMPSLDC                    TO WP-IMPSLDC             00006710
           MOVE WK-TOTAL-EMBARGADO            TO WP-TOTAL-EMBARGADO     00006720
           MOVE WK-COBERTURA                  TO WP-COBERTURA           00006730
                                                                        00006740
           MOVE WK-LINEA-POSICION             TO REG-KJBCELS1           00006750
                                                                        00006760
           PERFORM 2500-ESCRIBIR-LINEA                                  00006770
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006780
                                                                        00006790
           MOVE SPACES                        TO REG-KJBCELS1           00006800
                                                                        00006810
           PERFORM 2500-ESCRIBIR-LINEA                                  00006820
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00006830
                                                                        00006840
           .                                                            00006850
       2300-VOLCAR-POSICION-EXIT.                                       00006860
           EXIT.                                                        00006870
                                                                        00006880
      ******************************************************************00006890
      ***                   2400-VOLCAR-MONEDA                      *** 00006900
      ***                   ------------------                      *** 00006910
      * SE ESCRIBE EL TOTAL DE LA MONEDA CERRADA, SEGUIDO DE UNA LINEA *00006920
      * EN BLANCO, Y SE REINICIAN SUS ACUMULADOS.                      *00006930
      ******************************************************************00006940
       2400-VOLCAR-MONEDA.                                              00006950
                                                                        00006960
           ADD CN-1                           TO CT-MONEDAS             00006970
                                                                        00006980
           MOVE CA-TOTAL-MONEDA               TO WT-CONCEPTO            00006990
           MOVE WK-CODMONSW                   TO WT-CODMONSW            00007000
           MOVE CT-M-EMBARGOS                 TO WT-EMBARGOS            00007010
           MOVE CT-M-POSICIONES               TO WT-POSICIONES          00007020
           MOVE CT-M-DESCUBIERTAS             TO WT-DESCUBIERTAS        00007030
           MOVE CT-M-IMPRETEN                 TO WT-IMPRETEN            00007040
           MOVE CT-M-IMPSLDC                  TO WT-IMPSLDC             00007050
           MOVE CT-M-DESCUBIERTO              TO WT-DESCUBIERTO         00007060
                                                                        00007070
           MOVE WK-LINEA-TOTAL                TO REG-KJBCELS1           00007080
                                                                        00007090
           PERFORM 2500-ESCRIBIR-LINEA                                  00007100
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007110
                                                                        00007120
           MOVE SPACES                        TO REG-KJBCELS1           00007130
                                                                        00007140
           PERFORM 2500-ESCRIBIR-LINEA                                  00007150
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007160
                                                                        00007170
           INITIALIZE CT-MONEDA                                         00007180
                                                                        00007190
           .                                                            00007200
       2400-VOLCAR-MONEDA-EXIT.                                         00007210
           EXIT.                                                        00007220
                                                                        00007230
      ******************************************************************00007240
      ***                   2500-ESCRIBIR-LINEA                     *** 00007250
      ***                   -------------------                     *** 00007260
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00007270
      ******************************************************************00007280
       2500-ESCRIBIR-LINEA.                                             00007290
                                                                        00007300
           WRITE REG-KJBCELS1                                           00007310
                                                                        00007320
           IF  FS-KJBCELS1 NOT = CA-FS-OK                               00007330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007340
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00007350
               MOVE CA-PRF-2500              TO WK-PARRAFO              00007360
               MOVE CA-KJBCELS1              TO WK-DDNAME               00007370
               MOVE FS-KJBCELS1              TO WK-FILE-STATUS          00007380
               MOVE REG-KJBCELS1             TO WK-DATOS-REGISTRO       00007390
                                                                        00007400
               PERFORM 9000-CANCELACION                                 00007410
                  THRU 9000-CANCELACION-EXIT                            00007420
                                                                        00007430
           END-IF                                                       00007440
                                                                        00007450
           .                                                            00007460
       2500-ESCRIBIR-LINEA-EXIT.                                        00007470
           EXIT.                                                        00007480
                                                                        00007490
      ******************************************************************00007500
      ***                   3000-FIN                                *** 00007510
      ***                   --------                                *** 00007520
      * SE VUELCAN LA POSICION Y LA MONEDA PENDIENTES Y EL TOTAL       *00007530
      * GENERAL, SE CIERRAN CURSOR Y FICHERO, SE MUESTRAN LAS          *00007540
      * ESTADISTICAS Y SE FIJA EL CONDITION CODE SI HAY POSICIONES SIN *00007550
      * COBERTURA SUFICIENTE.                                          *00007560
      ******************************************************************00007570
       3000-FIN.                                                        00007580
                                                                        00007590
           IF  NOT SI-PRIMERA-LECTURA                                   00007600
               PERFORM 2300-VOLCAR-POSICION                             00007610
                  THRU 2300-VOLCAR-POSICION-EXIT                        00007620
               PERFORM 2400-VOLCAR-MONEDA                               00007630
                  THRU 2400-VOLCAR-MONEDA-EXIT                          00007640
           END-IF                                                       00007650
                                                                        00007660
           MOVE CT-REG-LEIDOS                 TO WG-EMBARGOS            00007670
           MOVE CT-POSICIONES                 TO WG-POSICIONES          00007680
           MOVE CT-DESCUBIERTAS               TO WG-DESCUBIERTAS        00007690
           MOVE CT-MONEDAS                    TO WG-MONEDAS             00007700
                                                                        00007710
           MOVE WK-LINEA-TOTAL-GENERAL        TO REG-KJBCELS1           00007720
                                                                        00007730
           PERFORM 2500-ESCRIBIR-LINEA                                  00007740
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00007750
                                                                        00007760
           PERFORM 3100-CERRAR-FICHEROS                                 00007770
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007780
                                                                        00007790
           PERFORM 3200-ESTADISTICAS                                    00007800
              THRU 3200-ESTADISTICAS-EXIT                               00007810
                                                                        00007820
           IF  CT-DESCUBIERTAS > ZEROES                                 00007830
               MOVE CN-4                     TO RETURN-CODE             00007840
           END-IF                                                       00007850
                                                                        00007860
           STOP RUN                                                     00007870
                                                                        00007880
           .                                                            00007890
       3000-FIN-EXIT.                                                   00007900
           EXIT.                                                        00007910
                                                                        00007920
      ******************************************************************00007930
      ***                   3100-CERRAR-FICHEROS                    *** 00007940
      ***                   --------------------                    *** 00007950
      * SE CIERRAN EL CURSOR DE DB2 Y EL FICHERO DE SALIDA.            *00007960
      ******************************************************************00007970
       3100-CERRAR-FICHEROS.                                            00007980
                                                                        00007990
           EXEC SQL                                                     00008000
                CLOSE C-EMBARGOS                                        00008010
           END-EXEC                                                     00008020
                                                                        00008030
           CLOSE KJBCELS1                                               00008040
                                                                        00008050
           IF  FS-KJBCELS1 NOT = CA-FS-OK                               00008060
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008070
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00008080
               MOVE CA-PRF-3100              TO WK-PARRAFO              00008090
               MOVE CA-KJBCELS1              TO WK-DDNAME               00008100
               MOVE FS-KJBCELS1              TO WK-FILE-STATUS          00008110
                                                                        00008120
               PERFORM 9000-CANCELACION                                 00008130
                  THRU 9000-CANCELACION-EXIT                            00008140
                                                                        00008150
           END-IF                                                       00008160
                                                                        00008170
           .                                                            00008180
       3100-CERRAR-FICHEROS-EXIT.                                       00008190
           EXIT.                                                        00008200
                                                                        00008210
      ******************************************************************00008220
      ***                   3200-ESTADISTICAS                       *** 00008230
      ***                   -----------------                       *** 00008240
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008250
      ******************************************************************00008260
       3200-ESTADISTICAS.                                               00008270
                                                                        00008280
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00008290
           MOVE CT-POSICIONES                 TO WK-POSICIONES-ED       00008300
           MOVE CT-DESCUBIERTAS               TO WK-DESCUBIERTAS-ED     00008310
           MOVE CT-MONEDAS                    TO WK-MONEDAS-ED          00008320
                                                                        00008330
           DISPLAY WK-CAB-1                                             00008340
           DISPLAY WK-CAB-2                                             00008350
           DISPLAY WK-CAB-1                                             00008360
           DISPLAY WK-CAB-3                                             00008370
           DISPLAY WK-CAB-4                                             00008380
           DISPLAY WK-CAB-5                                             00008390
           DISPLAY WK-CAB-6                                             00008400
           DISPLAY WK-CAB-1                                             00008410
                                                                        00008420
           .                                                            00008430
       3200-ESTADISTICAS-EXIT.                                          00008440
           EXIT.                                                        00008450
                                                                        00008460
      ******************************************************************00008470
      ***                   9200-LEER-CURSOR                        *** 00008480
      ***                   ----------------                        *** 00008490
      * SE REALIZA EL FETCH DEL CURSOR C-EMBARGOS.                     *00008500
      ******************************************************************00008510
       9200-LEER-CURSOR.                                                00008520
                                                                        00008530
           EXEC SQL                                                     00008540
                FETCH C-EMBARGOS                                        00008550
                 INTO :WF-CODMONSW , :WF-IDEMPRD  ,                     00008560
                      :WF-IDCENTD  , :WF-IDPRODD  ,                     00008570
                      :WF-CODSPROD , :WF-CTOSALDO ,                     00008580
                      :WF-REFJUDIC , :WF-IMPRETEN ,                     00008590
                      :WF-FECINICI , :WF-FECFIN   ,                     00008600
                      :WF-IMPSLDC                                       00008610
           END-EXEC                                                     00008620
                                                                        00008630
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008640
                                                                        00008650
           EVALUATE  TRUE                                               00008660
               WHEN  DB2-OK                                             00008670
                     CONTINUE                                           00008680
                                                                        00008690
               WHEN  DB2-CLV-NOT-FOUND                                  00008700
                     SET SI-FIN-CURSOR        TO TRUE                   00008710
                                                                        00008720
               WHEN  OTHER                                              00008730
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008740
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00008750
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00008760
                     MOVE CA-KJBCCEL          TO WK-RUTINA              00008770
                     MOVE CA-POS-EMBARGO      TO WK-TABLA-DB2           00008780
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008790
                                                                        00008800
                     PERFORM 9000-CANCELACION                           00008810
                        THRU 9000-CANCELACION-EXIT                      00008820
                                                                        00008830
           END-EVALUATE                                                 00008840
                                                                        00008850
           .                                                            00008860
       9200-LEER-CURSOR-EXIT.                                           00008870
           EXIT.                                                        00008880
                                                                        00008890
      ******************************************************************00008900
      ***                   9000-CANCELACION                        *** 00008910
      ***                   ----------------                        *** 00008920
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008930
      ******************************************************************00008940
       9000-CANCELACION.                                                00008950
                                                                        00008960
           MOVE CA-RESP                       TO WK-RESPONSABLE         00008970
                                                                        00008980
           EVALUATE  TRUE                                               00008990
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00009000
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009010
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009020
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00009030
                         RESPONSABLE('WK-RESPONSABLE')                  00009040
                         DESCRIPCION('WK-DESCRIPCION')                  00009050
                         PROGRAMA('WK-PROGRAMA')                        00009060
                         PARRAFO('WK-PARRAFO')                          00009070
                         SQLCA('SQLCA')                                 00009080
                         TABLA_DB2('WK-TABLA-DB2')                      00009090
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00009100
                     END-FUN                                            00009110
                                                                        00009120
               WHEN  OTHER                                              00009130
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009140
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009150
                         RESPONSABLE('WK-RESPONSABLE')                  00009160
                         DESCRIPCION('WK-DESCRIPCION')                  00009170
                         PROGRAMA('WK-PROGRAMA')                        00009180
                         PARRAFO('WK-PARRAFO')                          00009190
                         DDNAME('WK-DDNAME')                            00009200
                         FILE_STATUS('WK-FILE-STATUS')                  00009210
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00009220
                     END-FUN                                            00009230
                                                                        00009240
           END-EVALUATE                                                 00009250
                                                                        00009260
           .                                                            00009270
       9000-CANCELACION-EXIT.                                           00009280
           EXIT.                                                        00009290
