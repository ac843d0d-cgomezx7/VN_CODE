      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPBAHUE.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15-10-2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE AUDITORIA QUE RECORRE LAS       *00000110
      *               VIGENCIAS DE MDDT750 Y MDDT755 POR ENTIDAD,      *00000120
      *               PRODUCTO, SUBPRODUCTO Y PARAMETRO EN ORDEN DE    *00000130
      *               FECHA DE ALTA, INCLUYENDO LOS CAMBIOS PENDIENTES *00000140
      *               DE PARM_CAMBIO_PROG (ALTAS PROGRAMADAS Y CIERRES *00000150
      *               PROGRAMADOS DE FILAS EXISTENTES), Y LISTA:       *00000160
      *                - LOS HUECOS: DIAS SIN NINGUNA FILA VIGENTE     *00000170
      *                  ENTRE DOS TRAMOS. SE INFORMAN LA FECHA DE     *00000180
      *                  BAJA DEL TRAMO ANTERIOR Y LA DE ALTA DEL      *00000190
      *                  SIGUIENTE; EL HUECO SON LOS DIAS ENTRE AMBAS. *00000200
      *                - LOS SOLAPES: DIAS CON DOS FILAS VIGENTES A LA *00000210
      *                  VEZ. SE INFORMAN EL PRIMER Y ULTIMO DIA.      *00000220
      *               CON CADA INCIDENCIA SE LISTAN LAS CUENTAS VIVAS  *00000230
      *               DE MPDT007 AFECTADAS Y EL ORIGEN DE LOS DOS      *00000240
      *               TRAMOS ('V' FILA DE LA TABLA, 'C' FILA DE LA     *00000250
      *               TABLA CON CIERRE PROGRAMADO, 'P' ALTA            *00000260
      *               PROGRAMADA).                                     *00000270
      *               TERMINA CON RETURN-CODE 4 SI LISTA ALGUNA        *00000280
      *               INCIDENCIA.                                      *00000290
      *-                                                              -*00000300
      *  FICHEROS DE SALIDA:                                           *00000310
      *        MPBAHUS1 : LISTADO DE HUECOS Y SOLAPES DE VIGENCIA.     *00000320
      *-                                                              -*00000330
      *  TABLAS:                                                       *00000340
      *        MDDT750          : RELACION PRODUCTO SUBTIPO -          *00000350
      *                           PARAMETRO.                           *00000360
      *        MDDT755          : DEFINICION PARAMETRO POR ENTIDAD.    *00000370
      *        PARM_CAMBIO_PROG : CAMBIOS PROGRAMADOS DE PARAMETROS.   *00000380
      *        MPDT007          : CONTRATOS.                           *00000390
      *-                                                              -*00000400
      ******************************************************************00000410
      *                  M O D I F I C A C I O N E S                   *00000420
      *                  ---------------------------                   *00000430
      *                                                                *00000440
      * USUARIO  FECHA        DESCRIPCION                              *00000450
      * -------- ----------   ---------------------------------------- *00000460
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. LISTADO DE       *00000470
      *                        HUECOS Y SOLAPES EN LAS VIGENCIAS DE    *00000480
      *                        MDDT750/MDDT755 Y PARM_CAMBIO_PROG.     *00000490
      *                                                                *00000500
      ******************************************************************00000510
                                                                        00000520
      ******************************************************************00000530
      * IDENTIFICATION DIVISION                                        *00000540
      ******************************************************************00000550
       IDENTIFICATION DIVISION.                                         00000560
       PROGRAM-ID.    MPBAHUE.                                          00000570
       AUTHOR.        VIEWNEXT.                                         00000580
       DATE-WRITTEN.  15-10-2026.                                       00000590
       DATE-COMPILED.                                                   00000600
                                                                        00000610
      ******************************************************************00000620
      * ENVIRONMENT DIVISION                                           *00000630
      ******************************************************************00000640
       ENVIRONMENT DIVISION.                                            00000650
                                                                        00000660
      *----------------------------------------------------------------*00000670
      * CONFIGURATION SECTION                                          *00000680
      *----------------------------------------------------------------*00000690
       CONFIGURATION SECTION.                                           00000700
                                                                        00000710
       SOURCE-COMPUTER. IBM-3090.                                       00000720
       OBJECT-COMPUTER. IBM-3090.                                       00000730
       SPECIAL-NAMES.                                                   00000740
           DECIMAL-POINT IS COMMA.                                      00000750
                                                                        00000760
      *----------------------------------------------------------------*00000770
      * INPUT OUTPUT SECTION                                          * 00000780
      *----------------------------------------------------------------*00000790
       INPUT-OUTPUT SECTION.                                            00000800
       FILE-CONTROL.                                                    00000810
                                                                        00000820
      * -- LISTADO DE HUECOS Y SOLAPES DE VIGENCIA.                     00000830
           SELECT MPBAHUS1 ASSIGN MPBAHUS1                              00000840
                  ACCESS MODE IS SEQUENTIAL                             00000850
                  FILE STATUS IS FS-MPBAHUS1.                           00000860
                                                                        00000870
      ******************************************************************00000880
      * DATA DIVISION                                                  *00000890
      ******************************************************************00000900
       DATA DIVISION.                                                   00000910
                                                                        00000920
      *----------------------------------------------------------------*00000930
      * FILE SECTION                                                  * 00000940
      *----------------------------------------------------------------*00000950
       FILE SECTION.                                                    00000960
                                                                        00000970
       FD  MPBAHUS1                                                     00000980
           BLOCK CONTAINS 0 RECORDS                                     00000990
           RECORDING MODE IS F                                          00001000
           LABEL RECORD ARE STANDARD                                    00001010
           RECORD CONTAINS 132 CHARACTERS                               00001020
           DATA RECORD IS REG-MPBAHUS1.                                 00001030
       01  REG-MPBAHUS1                    PIC X(132).                  00001040
                                                                        00001050
      *----------------------------------------------------------------*00001060
      * WORKING-STORAGE SECTION                                       * 00001070
      *----------------------------------------------------------------*00001080
       WORKING-STORAGE SECTION.                                         00001090
                                                                        00001100
      ******************************************************************00001110
      *                        S W I T C H E S                         *00001120
      ******************************************************************00001130
       01  SW-SWITCHES.                                                 00001140
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001150
               88  DB2-OK                              VALUE 0.         00001160
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001170
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001180
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001190
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001200
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001210
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001220
           05  SW-CUENTAS                  PIC X(01)   VALUE 'N'.       00001230
               88  SI-CUENTAS-CONTADAS                 VALUE 'S'.       00001240
               88  NO-CUENTAS-CONTADAS                 VALUE 'N'.       00001250
                                                                        00001260
      ******************************************************************00001270
      *                      C O N S T A N T E S                       *00001280
      ******************************************************************00001290
       01  CT-CONSTANTES.                                               00001300
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001310
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001320
               10  CA-MPBAHUE              PIC X(08)   VALUE 'MPBAHUE'. 00001330
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001340
      -                            'PAGO'.                              00001350
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001360
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001370
               10  CA-MPBAHUS1             PIC X(08)   VALUE 'MPBAHUS1'.00001380
               10  CA-MDDT750              PIC X(07)   VALUE 'MDDT750'. 00001390
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00001400
               10  CA-SYSDUMMY1            PIC X(18)   VALUE            00001410
                                                   'SYSIBM.SYSDUMMY1'.  00001420
               10  CA-TABLA-750            PIC X(03)   VALUE '750'.     00001430
               10  CA-TABLA-755            PIC X(03)   VALUE '755'.     00001440
               10  CA-PRG-TABLA-750        PIC X(01)   VALUE '7'.       00001450
               10  CA-PRG-TABLA-755        PIC X(01)   VALUE '5'.       00001460
               10  CA-OPER-ALTA            PIC X(01)   VALUE 'A'.       00001470
               10  CA-ESTADO-PENDIENTE     PIC X(01)   VALUE 'P'.       00001480
               10  CA-ORIGEN-TABLA         PIC X(01)   VALUE 'V'.       00001490
               10  CA-ORIGEN-CIERRE        PIC X(01)   VALUE 'C'.       00001500
               10  CA-ORIGEN-PROGRAMADA    PIC X(01)   VALUE 'P'.       00001510
               10  CA-HUECO                PIC X(06)   VALUE 'HUECO'.   00001520
               10  CA-SOLAPE               PIC X(06)   VALUE 'SOLAPE'.  00001530
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE            00001540
                                                       '9999-12-31'.    00001550
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001560
               10  CA-ERR-ABRIR-MPBAHUS1   PIC X(34)   VALUE 'ERROR AL A00001570
      -                            'BRIR EL FICHERO MPBAHUS1'.          00001580
               10  CA-ERR-CERRAR-MPBAHUS1  PIC X(35)   VALUE 'ERROR AL C00001590
      -                            'ERRAR EL FICHERO MPBAHUS1'.         00001600
               10  CA-ERR-ESCRIB-MPBAHUS1  PIC X(34)   VALUE 'ERROR AL E00001610
      -                            'SCRIBIR FICHERO MPBAHUS1'.          00001620
               10  CA-ERR-CURSOR           PIC X(34)   VALUE 'ERROR EN A00001630
      -                            'CCESO AL CURSOR C-TRAMOS'.          00001640
               10  CA-ERR-FECHA            PIC X(33)   VALUE 'ERROR AL O00001650
      -                            'BTENER LA FECHA DEL DIA'.           00001660
               10  CA-ERR-CUENTAS          PIC X(38)   VALUE 'ERROR AL C00001670
      -                            'ONTAR LAS CUENTAS DE MPDT007'.      00001680
               10  CA-PRF-1050             PIC X(18)   VALUE '1050-FECHA00001690
      -                            '-DEL-DIA'.                          00001700
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001710
      -                            '-FICHEROS'.                         00001720
               10  CA-PRF-1200             PIC X(17)   VALUE '1200-ABRIR00001730
      -                            '-CURSOR'.                           00001740
               10  CA-PRF-2200             PIC X(19)   VALUE '2200-CONTA00001750
      -                            'R-CUENTAS'.                         00001760
               10  CA-PRF-2300             PIC X(24)   VALUE '2300-ESCRI00001770
      -                            'BIR-INCIDENCIA'.                    00001780
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001790
      -                            'R-FICHEROS'.                        00001800
               10  CA-PRF-3150             PIC X(19)   VALUE '3150-EMITI00001810
      -                            'R-TOTALES'.                         00001820
               10  CA-PRF-9200             PIC X(16)   VALUE '9200-LEER-00001830
      -                            'CURSOR'.                            00001840
                                                                        00001850
           05  CN-CONSTANTES-NUMERICAS.                                 00001860
               10  CN-1                    PIC 9(01)   VALUE 1.         00001870
               10  CN-4                    PIC 9(01)   VALUE 4.         00001880
                                                                        00001890
      ******************************************************************00001900
      *                    C O N T A D O R E S                        * 00001910
      ******************************************************************00001920
       01  CT-CONTADORES.                                               00001930
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00001940
           05  CT-CLAVES                   PIC 9(9)    VALUE ZEROES.    00001950
           05  CT-HUECOS                   PIC 9(9)    VALUE ZEROES.    00001960
           05  CT-SOLAPES                  PIC 9(9)    VALUE ZEROES.    00001970
                                                                        00001980
      ******************************************************************00001990
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002000
      ******************************************************************00002010
       01  WK-ESTADISTICA.                                              00002020
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002030
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002040
      -                            'ICAS DE MPBAHUE                     00002050
      -                            '        *'.                         00002060
           05  WK-CAB-3.                                                00002070
               10  FILLER                  PIC X(45)   VALUE '* FILAS DE00002080
      -                            ' VIGENCIA LEIDAS:               '.  00002090
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002100
               10  FILLER                  PIC X(01)   VALUE '*'.       00002110
           05  WK-CAB-4.                                                00002120
               10  FILLER                  PIC X(45)   VALUE '* CLAVES D00002130
      -                            'E PARAMETRO COMPROBADAS:        '.  00002140
               10  WK-CLAVES-ED            PIC ZZZZZZZZ9.               00002150
               10  FILLER                  PIC X(01)   VALUE '*'.       00002160
           05  WK-CAB-5.                                                00002170
               10  FILLER                  PIC X(45)   VALUE '* HUECOS D00002180
      -                            'E VIGENCIA DETECTADOS:          '.  00002190
               10  WK-HUECOS-ED            PIC ZZZZZZZZ9.               00002200
               10  FILLER                  PIC X(01)   VALUE '*'.       00002210
           05  WK-CAB-6.                                                00002220
               10  FILLER                  PIC X(45)   VALUE '* SOLAPES 00002230
      -                            'DE VIGENCIA DETECTADOS:         '.  00002240
               10  WK-SOLAPES-ED           PIC ZZZZZZZZ9.               00002250
               10  FILLER                  PIC X(01)   VALUE '*'.       00002260
                                                                        00002270
      ******************************************************************00002280
      * VARIABLES DE INFORMACION DE LA FUNCION                        * 00002290
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002300
      ******************************************************************00002310
       01  WK-CANCELACION-BATCH.                                        00002320
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002330
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002340
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002350
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPBAHUE'. 00002360
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002370
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002380
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002390
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002400
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002410
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002420
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002430
                                                                        00002440
      ******************************************************************00002450
      *                      F I L E  S T A T U S                     * 00002460
      ******************************************************************00002470
       01  FS-FILE-STATUS.                                              00002480
           05  FS-MPBAHUS1                 PIC X(02).                   00002490
                                                                        00002500
      ******************************************************************00002510
      *                       L I N E A S  D E  I N F O R M E          *00002520
      ******************************************************************00002530
       01  WK-LINEA-CABECERA.                                           00002540
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002550
           05  FILLER                      PIC X(46)   VALUE 'LISTADO DE00002560
      -                            ' HUECOS Y SOLAPES DE VIGENCIA'.     00002570
           05  FILLER                      PIC X(66)   VALUE SPACES.    00002580
                                                                        00002590
       01  WK-LINEA-TITULOS.                                            00002600
           05  FILLER                      PIC X(05)   VALUE 'TABLA'.   00002610
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002620
           05  FILLER                      PIC X(05)   VALUE 'EMPR.'.   00002630
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002640
           05  FILLER                      PIC X(04)   VALUE 'PROD'.    00002650
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002660
           05  FILLER                      PIC X(05)   VALUE 'SPROD'.   00002670
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002680
           05  FILLER                      PIC X(05)   VALUE 'PARAM'.   00002690
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002700
           05  FILLER                      PIC X(08)   VALUE 'TIPO'.    00002710
           05  FILLER                      PIC X(12)   VALUE 'DESDE'.   00002720
           05  FILLER                      PIC X(12)   VALUE 'HASTA'.   00002730
           05  FILLER                      PIC X(06)   VALUE 'ORIG.'.   00002740
           05  FILLER                      PIC X(09)   VALUE            00002750
                                                       '  CUENTAS'.     00002760
           05  FILLER                      PIC X(56)   VALUE SPACES.    00002770
                                                                        00002780
       01  WK-LINEA-DETALLE.                                            00002790
           05  WD-TABLA                    PIC X(03).                   00002800
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002810
           05  WD-CDGENTI                  PIC X(04).                   00002820
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002830
           05  WD-CDGPRODU                 PIC X(03).                   00002840
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002850
           05  WD-CDGSUBP                  PIC X(03).                   00002860
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002870
           05  WD-PANUMPAR                 PIC X(03).                   00002880
           05  FILLER                      PIC X(03)   VALUE SPACES.    00002890
           05  WD-TIPO                     PIC X(06).                   00002900
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002910
           05  WD-DESDE                    PIC X(10).                   00002920
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002930
           05  WD-HASTA                    PIC X(10).                   00002940
           05  FILLER                      PIC X(02)   VALUE SPACES.    00002950
           05  WD-ORIGEN-1                 PIC X(01).                   00002960
           05  WD-ORIGEN-2                 PIC X(01).                   00002970
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002980
           05  WD-CUENTAS                  PIC ZZZZZZZZ9.               00002990
           05  FILLER                      PIC X(56)   VALUE SPACES.    00003000
                                                                        00003010
       01  WK-LINEA-TOTALES.                                            00003020
           05  FILLER                      PIC X(20)   VALUE            00003030
                                           'TOTAL HUECOS:'.             00003040
           05  WT-HUECOS                   PIC ZZZZZZZZ9.               00003050
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003060
           05  FILLER                      PIC X(20)   VALUE            00003070
                                           'TOTAL SOLAPES:'.            00003080
           05  WT-SOLAPES                  PIC ZZZZZZZZ9.               00003090
           05  FILLER                      PIC X(69)   VALUE SPACES.    00003100
                                                                        00003110
      ******************************************************************00003120
      *                      V A R I A B L E S                        * 00003130
      ******************************************************************00003140
       01  WK-VARIABLES.                                                00003150
           05  WK-FECHA-HOY                PIC X(10)   VALUE SPACES.    00003160
      * -- CLAVE EN CURSO Y MAYOR FECHA DE BAJA DE SUS TRAMOS YA        00003170
      * -- LEIDOS, CON EL ORIGEN DEL TRAMO QUE LA APORTA.               00003180
           05  WK-CLAVE-ANT.                                            00003190
               10  WK-ANT-TABLA            PIC X(03)   VALUE SPACES.    00003200
               10  WK-ANT-CDGENTI          PIC X(04)   VALUE SPACES.    00003210
               10  WK-ANT-CDGPRODU         PIC X(03)   VALUE SPACES.    00003220
               10  WK-ANT-CDGSUBP          PIC X(03)   VALUE SPACES.    00003230
               10  WK-ANT-PANUMPAR         PIC X(03)   VALUE SPACES.    00003240
           05  WK-MAX-FEBAJA               PIC X(10)   VALUE SPACES.    00003250
           05  WK-MAX-ORIGEN               PIC X(01)   VALUE SPACES.    00003260
      * -- CUENTAS VIVAS DE MPDT007 DE LA CLAVE EN CURSO.               00003270
           05  WK-NUM-CUENTAS              PIC S9(09) COMP VALUE ZEROES.00003280
                                                                        00003290
      * -- ULTIMA FILA LEIDA DEL CURSOR.                                00003300
       01  WK-FILA-CURSOR.                                              00003310
           05  WF-CLAVE.                                                00003320
               10  WF-TABLA                PIC X(03).                   00003330
               10  WF-CDGENTI              PIC X(04).                   00003340
               10  WF-CDGPRODU             PIC X(03).                   00003350
               10  WF-CDGSUBP              PIC X(03).                   00003360
               10  WF-PANUMPAR             PIC X(03).                   00003370
           05  WF-FECALTA                  PIC X(10).                   00003380
           05  WF-FEBAJA                   PIC X(10).                   00003390
           05  WF-FEBAJA-ACTUAL            PIC X(10).                   00003400
           05  WF-DIA-ANTERIOR             PIC X(10).                   00003410
           05  WF-ORIGEN                   PIC X(01).                   00003420
                                                                        00003430
      * -- COPY DE COMUNICACION CON DB2.                                00003440
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003450
                                                                        00003460
      ******************************************************************00003470
      *                       PROCEDURE DIVISION                      * 00003480
      ******************************************************************00003490
       PROCEDURE DIVISION.                                              00003500
                                                                        00003510
           PERFORM 1000-INICIO                                          00003520
              THRU 1000-INICIO-EXIT                                     00003530
                                                                        00003540
           PERFORM 2000-PROCESO                                         00003550
              THRU 2000-PROCESO-EXIT                                    00003560
             UNTIL SI-FIN-CURSOR                                        00003570
                                                                        00003580
           PERFORM 3000-FIN                                             00003590
              THRU 3000-FIN-EXIT                                        00003600
                                                                        00003610
           .                                                            00003620
                                                                        00003630
      ******************************************************************00003640
      ***                   1000-INICIO                             *** 00003650
      ***                   -----------                             *** 00003660
      * SE INICIALIZAN LAS VARIABLES, SE OBTIENE LA FECHA DEL DIA, SE  *00003670
      * ABRE EL FICHERO DE SALIDA, SE EMITE LA CABECERA DEL LISTADO Y  *00003680
      * SE ABRE EL CURSOR DE LECTURA.                                  *00003690
      ******************************************************************00003700
       1000-INICIO.                                                     00003710
                                                                        00003720
           INITIALIZE WK-VARIABLES                                      00003730
                      CT-CONTADORES                                     00003740
                                                                        00003750
           SET NO-FIN-CURSOR                 TO TRUE                    00003760
                                                                        00003770
           PERFORM 1050-FECHA-DEL-DIA                                   00003780
              THRU 1050-FECHA-DEL-DIA-EXIT                              00003790
                                                                        00003800
           PERFORM 1100-ABRIR-FICHEROS                                  00003810
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003820
                                                                        00003830
           PERFORM 1150-EMITIR-CABECERA                                 00003840
              THRU 1150-EMITIR-CABECERA-EXIT                            00003850
                                                                        00003860
           PERFORM 1200-ABRIR-CURSOR                                    00003870
              THRU 1200-ABRIR-CURSOR-EXIT                               00003880
                                                                        00003890
           PERFORM 9200-LEER-CURSOR                                     00003900
              THRU 9200-LEER-CURSOR-EXIT                                00003910
                                                                        00003920
           .                                                            00003930
       1000-INICIO-EXIT.                                                00003940
           EXIT.                                                        00003950
                                                                        00003960
      ******************************************************************00003970
      ***                   1050-FECHA-DEL-DIA                      *** 00003980
      ***                   ------------------                      *** 00003990
      * SE OBTIENE LA FECHA DEL DIA: LOS CAMBIOS PROGRAMADOS QUE SE    *00004000
      * PROYECTAN SON LOS PENDIENTES A ESA FECHA.                      *00004010
      ******************************************************************00004020
       1050-FECHA-DEL-DIA.                                              00004030
                                                                        00004040
           EXEC SQL                                                     00004050
                SELECT CHAR(CURRENT DATE, ISO)                          00004060
                  INTO :WK-FECHA-HOY                                    00004070
                  FROM SYSIBM.SYSDUMMY1                                 00004080
           END-EXEC                                                     00004090
                                                                        00004100
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00004110
                                                                        00004120
           IF  NOT DB2-OK                                               00004130
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00004140
               MOVE CA-ERR-FECHA              TO WK-DESCRIPCION         00004150
               MOVE CA-PRF-1050               TO WK-PARRAFO             00004160
               MOVE CA-MPBAHUE                TO WK-RUTINA              00004170
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00004180
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00004190
                                                                        00004200
               PERFORM 9000-CANCELACION                                 00004210
                  THRU 9000-CANCELACION-EXIT                            00004220
                                                                        00004230
           END-IF                                                       00004240
                                                                        00004250
           .                                                            00004260
       1050-FECHA-DEL-DIA-EXIT.                                         00004270
           EXIT.                                                        00004280
                                                                        00004290
      ******************************************************************00004300
      ***                   1100-ABRIR-FICHEROS                     *** 00004310
      ***                   -------------------                     *** 00004320
      * SE REALIZA LA APERTURA DEL FICHERO DE SALIDA.                  *00004330
      ******************************************************************00004340
       1100-ABRIR-FICHEROS.                                             00004350
                                                                        00004360
           OPEN OUTPUT MPBAHUS1                                         00004370
                                                                        00004380
           IF  FS-MPBAHUS1 NOT = CA-FS-OK                               00004390
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004400
               MOVE CA-ERR-ABRIR-MPBAHUS1    TO WK-DESCRIPCION          00004410
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004420
               MOVE CA-MPBAHUS1              TO WK-DDNAME               00004430
               MOVE FS-MPBAHUS1              TO WK-FILE-STATUS          00004440
                                                                        00004450
               PERFORM 9000-CANCELACION                                 00004460
                  THRU 9000-CANCELACION-EXIT                            00004470
                                                                        00004480
           END-IF                                                       00004490
                                                                        00004500
           .                                                            00004510
       1100-ABRIR-FICHEROS-EXIT.                                        00004520
           EXIT.                                                        00004530
                                                                        00004540
      ******************************************************************00004550
      ***                   1150-EMITIR-CABECERA                    *** 00004560
      ***                   --------------------                    *** 00004570
      * SE ESCRIBEN LAS LINEAS DE CABECERA Y TITULOS DEL LISTADO.      *00004580
      ******************************************************************00004590
       1150-EMITIR-CABECERA.                                            00004600
                                                                        00004610
           WRITE REG-MPBAHUS1 FROM WK-LINEA-CABECERA                    00004620
                                                                        00004630
           MOVE SPACES                       TO REG-MPBAHUS1            00004640
           WRITE REG-MPBAHUS1                                           00004650
                                                                        00004660
           WRITE REG-MPBAHUS1 FROM WK-LINEA-TITULOS                     00004670
                                                                        00004680
           .                                                            00004690
       1150-EMITIR-CABECERA-EXIT.                                       00004700
           EXIT.                                                        00004710
                                                                        00004720
      ******************************************************************00004730
      ***                   1200-ABRIR-CURSOR                       *** 00004740
      ***                   -----------------                       *** 00004750
      * SE DECLARA Y ABRE EL CURSOR CON TODOS LOS TRAMOS DE VIGENCIA   *00004760
      * ORDENADOS POR CLAVE Y FECHA DE ALTA:                           *00004770
      *  - FILAS DE MDDT750 Y DE MDDT755. SI TIENEN UN CIERRE PENDIENTE*00004780
      *    EN PARM_CAMBIO_PROG SE TOMA LA FECHA DE BAJA PROGRAMADA.    *00004790
      *  - ALTAS PENDIENTES DE PARM_CAMBIO_PROG DE CADA TABLA.         *00004800
      * DE CADA TRAMO SE OBTIENE TAMBIEN EL DIA ANTERIOR A SU ALTA,    *00004810
      * QUE ES EL QUE DEBE CUBRIR EL TRAMO PREVIO PARA QUE NO HAYA     *00004820
      * HUECO.                                                         *00004830
      ******************************************************************00004840
       1200-ABRIR-CURSOR.                                               00004850
                                                                        00004860
           EXEC SQL                                                     00004870
                DECLARE C-TRAMOS CURSOR FOR                             00004880
                SELECT :CA-TABLA-750   , G.G3177_CDGENTI ,              00004890
                       G.G3177_CDGPRODU, G.G3177_CDGSUBP ,              00004900
                       G.G3177_PANUMPAR,                                00004910
                       CHAR(G.G3177_FECALTA, ISO),                      00004920
                       CHAR(COALESCE(                                   00004930
                           (SELECT MIN(C.G3179_FEBAJA)                  00004940
                              FROM PARM_CAMBIO_PROG C                   00004950
                             WHERE C.G3179_ESTADO = :CA-ESTADO-PENDIENTE00004960
                               AND C.G3179_TABLA    = :CA-PRG-TABLA-750 00004970
                               AND C.G3179_TIPOPERA <> :CA-OPER-ALTA    00004980
                               AND C.G3179_CDGENTI  = G.G3177_CDGENTI   00004990
                               AND C.G3179_CDGPRODU = G.G3177_CDGPRODU  00005000
                               AND C.G3179_CDGSUBP  = G.G3177_CDGSUBP   00005010
                               AND C.G3179_PANUMPAR = G.G3177_PANUMPAR  00005020
                               AND C.G3179_FECALTA  = G.G3177_FECALTA), 00005030
                           G.G3177_FEBAJA), ISO),                       00005040
                       CHAR(G.G3177_FEBAJA, ISO),                       00005050
                       CHAR(G.G3177_FECALTA - 1 DAY, ISO),              00005060
                       :CA-ORIGEN-TABLA                                 00005070
                  FROM MDDT750 G                                        00005080
                UNION ALL                                               00005090
                SELECT :CA-TABLA-755   , E.G3178_CDGENTI ,              00005100
                       ' '             , ' '             ,              00005110
                       E.G3178_PANUMPAR,                                00005120
                       CHAR(E.G3178_FECALTA, ISO),                      00005130
                       CHAR(COALESCE(                                   00005140
                           (SELECT MIN(C.G3179_FEBAJA)                  00005150
                              FROM PARM_CAMBIO_PROG C                   00005160
                             WHERE C.G3179_ESTADO = :CA-ESTADO-PENDIENTE00005170
                               AND C.G3179_TABLA    = :CA-PRG-TABLA-755 00005180
                               AND C.G3179_TIPOPERA <> :CA-OPER-ALTA    00005190
                               AND C.G3179_CDGENTI  = E.G3178_CDGENTI   00005200
                               AND C.G3179_PANUMPAR = E.G3178_PANUMPAR  00005210
                               AND C.G3179_FECALTA  = E.G3178_FECALTA), 00005220
                           E.G3178_FEBAJA), ISO),                       00005230
                       CHAR(E.G3178_FEBAJA, ISO),                       00005240
                       CHAR(E.G3178_FECALTA - 1 DAY, ISO),              00005250
                       :CA-ORIGEN-TABLA                                 00005260
                  FROM MDDT755 E                                        00005270
                UNION ALL                                               00005280
                SELECT :CA-TABLA-750   , P.G3179_CDGENTI ,              00005290
                       P.G3179_CDGPRODU, P.G3179_CDGSUBP ,              00005300
                       P.G3179_PANUMPAR,                                00005310
                       CHAR(P.G3179_FECALTA, ISO),                      00005320
                       CHAR(P.G3179_FEBAJA, ISO),                       00005330
                       CHAR(P.G3179_FEBAJA, ISO),                       00005340
                       CHAR(P.G3179_FECALTA - 1 DAY, ISO),              00005350
                       :CA-ORIGEN-PROGRAMADA                            00005360
                  FROM PARM_CAMBIO_PROG P                               00005370
                 WHERE P.G3179_ESTADO   = :CA-ESTADO-PENDIENTE          00005380
                   AND P.G3179_TABLA    = :CA-PRG-TABLA-750             00005390
                   AND P.G3179_TIPOPERA = :CA-OPER-ALTA                 00005400
                UNION ALL                                               00005410
                SELECT :CA-TABLA-755   , P.G3179_CDGENTI ,              00005420
                       ' '             , ' '             ,              00005430
                       P.G3179_PANUMPAR,                                00005440
                       CHAR(P.G3179_FECALTA, ISO),                      00005450
                       CHAR(P.G3179_FEBAJA, ISO),                       00005460
                       CHAR(P.G3179_FEBAJA, ISO),                       00005470
                       CHAR(P.G3179_FECALTA - 1 DAY, ISO),              00005480
                       :CA-ORIGEN-PROGRAMADA                            00005490
                  FROM PARM_CAMBIO_PROG P                               00005500
                 WHERE P.G3179_ESTADO   = :CA-ESTADO-PENDIENTE          00005510
                   AND P.G3179_TABLA    = :CA-PRG-TABLA-755             00005520
                   AND P.G3179_TIPOPERA = :CA-OPER-ALTA                 00005530
                 ORDER BY 1, 2, 3, 4, 5, 6, 7                           00005540
           END-EXEC                                                     00005550
                                                                        00005560
           EXEC SQL                                                     00005570
                OPEN C-TRAMOS                                           00005580
           END-EXEC                                                     00005590
                                                                        00005600
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005610
                                                                        00005620
           IF  NOT DB2-OK                                               00005630
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005640
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00005650
               MOVE CA-PRF-1200               TO WK-PARRAFO             00005660
               MOVE CA-MPBAHUE                TO WK-RUTINA              00005670
               MOVE CA-MDDT750                TO WK-TABLA-DB2           00005680
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005690
                                                                        00005700
               PERFORM 9000-CANCELACION                                 00005710
                  THRU 9000-CANCELACION-EXIT                            00005720
                                                                        00005730
           END-IF                                                       00005740
                                                                        00005750
           .                                                            00005760
       1200-ABRIR-CURSOR-EXIT.                                          00005770
           EXIT.                                                        00005780
                                                                        00005790
      ******************************************************************00005800
      ***                   2000-PROCESO                            *** 00005810
      ***                   ------------                            *** 00005820
      * CON EL PRIMER TRAMO DE CADA CLAVE SE INICIA SU LINEA DE        *00005830
      * VIGENCIA. LOS SIGUIENTES SE COMPARAN CON LA MAYOR FECHA DE     *00005840
      * BAJA DE LOS TRAMOS ANTERIORES DE LA MISMA CLAVE.               *00005850
      ******************************************************************00005860
       2000-PROCESO.                                                    00005870
                                                                        00005880
           IF  WF-CLAVE NOT = WK-CLAVE-ANT                              00005890
               ADD CN-1                       TO CT-CLAVES              00005900
               MOVE WF-CLAVE                  TO WK-CLAVE-ANT           00005910
               MOVE WF-FEBAJA                 TO WK-MAX-FEBAJA          00005920
               MOVE WF-ORIGEN                 TO WK-MAX-ORIGEN          00005930
               SET NO-CUENTAS-CONTADAS        TO TRUE                   00005940
           ELSE                                                         00005950
               PERFORM 2100-COMPROBAR-TRAMO                             00005960
                  THRU 2100-COMPROBAR-TRAMO-EXIT                        00005970
           END-IF                                                       00005980
                                                                        00005990
           PERFORM 9200-LEER-CURSOR                                     00006000
              THRU 9200-LEER-CURSOR-EXIT                                00006010
                                                                        00006020
           .                                                            00006030
       2000-PROCESO-EXIT.                                               00006040
           EXIT.                                                        00006050
                                                                        00006060
      ******************************************************************00006070
      ***                   2100-COMPROBAR-TRAMO                    *** 00006080
      ***                   --------------------                    *** 00006090
      * SI EL DIA ANTERIOR AL ALTA DEL TRAMO ES POSTERIOR A LA MAYOR   *00006100
      * BAJA DE LOS ANTERIORES HAY UN HUECO; SI EL ALTA NO ES          *00006110
      * POSTERIOR A ESA BAJA HAY UN SOLAPE, QUE DURA HASTA LA MENOR DE *00006120
      * LAS DOS BAJAS. DESPUES SE ACTUALIZA LA MAYOR FECHA DE BAJA.    *00006130
      ******************************************************************00006140
       2100-COMPROBAR-TRAMO.                                            00006150
                                                                        00006160
           EVALUATE  TRUE                                               00006170
               WHEN  WF-DIA-ANTERIOR > WK-MAX-FEBAJA                    00006180
                     ADD CN-1                 TO CT-HUECOS              00006190
                     MOVE CA-HUECO            TO WD-TIPO                00006200
                     MOVE WK-MAX-FEBAJA       TO WD-DESDE               00006210
                     MOVE WF-FECALTA          TO WD-HASTA               00006220
                                                                        00006230
                     PERFORM 2300-ESCRIBIR-INCIDENCIA                   00006240
                        THRU 2300-ESCRIBIR-INCIDENCIA-EXIT              00006250
                                                                        00006260
               WHEN  WF-FECALTA NOT > WK-MAX-FEBAJA                     00006270
                     ADD CN-1                 TO CT-SOLAPES             00006280
                     MOVE CA-SOLAPE           TO WD-TIPO                00006290
                     MOVE WF-FECALTA          TO WD-DESDE               00006300
                                                                        00006310
                     IF  WF-FEBAJA < WK-MAX-FEBAJA                      00006320
                         MOVE WF-FEBAJA       TO WD-HASTA               00006330
                     ELSE                                               00006340
                         MOVE WK-MAX-FEBAJA   TO WD-HASTA               00006350
                     END-IF                                             00006360
                                                                        00006370
                     PERFORM 2300-ESCRIBIR-INCIDENCIA                   00006380
                        THRU 2300-ESCRIBIR-INCIDENCIA-EXIT              00006390
                                                                        00006400
               WHEN  OTHER                                              00006410
                     CONTINUE                                           00006420
                                                                        00006430
           END-EVALUATE                                                 00006440
                                                                        00006450
           IF  WF-FEBAJA > WK-MAX-FEBAJA                                00006460
               MOVE WF-FEBAJA                 TO WK-MAX-FEBAJA          00006470
               MOVE WF-ORIGEN                 TO WK-MAX-ORIGEN          00006480
           END-IF                                                       00006490
                                                                        00006500
           .                                                            00006510
       2100-COMPROBAR-TRAMO-EXIT.                                       00006520
           EXIT.                                                        00006530
                                                                        00006540
      ******************************************************************00006550
      ***                   2200-CONTAR-CUENTAS                     *** 00006560
      ***                   -------------------                     *** 00006570
      * SE CUENTAN UNA SOLA VEZ POR CLAVE LAS CUENTAS VIVAS DE MPDT007 *00006580
      * QUE RESUELVEN EL PARAMETRO CON ESA LINEA DE VIGENCIA: LAS DEL  *00006590
      * PRODUCTO Y SUBPRODUCTO PARA MDDT750 Y LAS DE LA ENTIDAD PARA   *00006600
      * MDDT755.                                                       *00006610
      ******************************************************************00006620
       2200-CONTAR-CUENTAS.                                             00006630
                                                                        00006640
           IF  WK-ANT-TABLA = CA-TABLA-750                              00006650
               EXEC SQL                                                 00006660
                    SELECT COUNT(*)                                     00006670
                      INTO :WK-NUM-CUENTAS                              00006680
                      FROM MPDT007                                      00006690
                     WHERE E1003_CDGENTI  = :WK-ANT-CDGENTI             00006700
                       AND E1003_CDGPRODU = :WK-ANT-CDGPRODU            00006710
                       AND E1003_CDGSUBP  = :WK-ANT-CDGSUBP             00006720
                       AND E1003_FECBAJA  = :CA-FECHA-SIN-BAJA          00006730
               END-EXEC                                                 00006740
           ELSE                                                         00006750
               EXEC SQL                                                 00006760
                    SELECT COUNT(*)                                     00006770
                      INTO :WK-NUM-CUENTAS                              00006780
                      FROM MPDT007                                      00006790
                     WHERE E1003_CDGENTI  = :WK-ANT-CDGENTI             00006800
                       AND E1003_FECBAJA  = :CA-FECHA-SIN-BAJA          00006810
               END-EXEC                                                 00006820
           END-IF                                                       00006830
                                                                        00006840
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006850
                                                                        00006860
           IF  NOT DB2-OK                                               00006870
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006880
               MOVE CA-ERR-CUENTAS            TO WK-DESCRIPCION         00006890
               MOVE CA-PRF-2200               TO WK-PARRAFO             00006900
               MOVE CA-MPBAHUE                TO WK-RUTINA              00006910
               MOVE CA-MPDT007                TO WK-TABLA-DB2           00006920
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006930
                                                                        00006940
               PERFORM 9000-CANCELACION                                 00006950
                  THRU 9000-CANCELACION-EXIT                            00006960
                                                                        00006970
           END-IF                                                       00006980
                                                                        00006990
           SET SI-CUENTAS-CONTADAS            TO TRUE                   00007000
                                                                        00007010
           .                                                            00007020
       2200-CONTAR-CUENTAS-EXIT.                                        00007030
           EXIT.                                                        00007040
                                                                        00007050
      ******************************************************************00007060
      ***                   2300-ESCRIBIR-INCIDENCIA                *** 00007070
      ***                   ------------------------                *** 00007080
      * SE ESCRIBE UNA LINEA DE DETALLE POR CADA HUECO O SOLAPE CON LA *00007090
      * CLAVE, LAS FECHAS, EL ORIGEN DE LOS DOS TRAMOS Y LAS CUENTAS   *00007100
      * VIVAS AFECTADAS.                                               *00007110
      ******************************************************************00007120
       2300-ESCRIBIR-INCIDENCIA.                                        00007130
                                                                        00007140
           IF  NO-CUENTAS-CONTADAS                                      00007150
               PERFORM 2200-CONTAR-CUENTAS                              00007160
                  THRU 2200-CONTAR-CUENTAS-EXIT                         00007170
           END-IF                                                       00007180
                                                                        00007190
           MOVE WF-TABLA                      TO WD-TABLA               00007200
           MOVE WF-CDGENTI                    TO WD-CDGENTI             00007210
           MOVE WF-CDGPRODU                   TO WD-CDGPRODU            00007220
           MOVE WF-CDGSUBP                    TO WD-CDGSUBP             00007230
           MOVE WF-PANUMPAR                   TO WD-PANUMPAR            00007240
           MOVE WK-MAX-ORIGEN                 TO WD-ORIGEN-1            00007250
           MOVE WF-ORIGEN                     TO WD-ORIGEN-2            00007260
           MOVE WK-NUM-CUENTAS                TO WD-CUENTAS             00007270
                                                                        00007280
           WRITE REG-MPBAHUS1 FROM WK-LINEA-DETALLE                     00007290
                                                                        00007300
           IF  FS-MPBAHUS1 NOT = CA-FS-OK                               00007310
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007320
               MOVE CA-ERR-ESCRIB-MPBAHUS1   TO WK-DESCRIPCION          00007330
               MOVE CA-PRF-2300              TO WK-PARRAFO              00007340
               MOVE CA-MPBAHUS1              TO WK-DDNAME               00007350
               MOVE FS-MPBAHUS1              TO WK-FILE-STATUS          00007360
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00007370
                                                                        00007380
               PERFORM 9000-CANCELACION                                 00007390
                  THRU 9000-CANCELACION-EXIT                            00007400
                                                                        00007410
           END-IF                                                       00007420
                                                                        00007430
           .                                                            00007440
       2300-ESCRIBIR-INCIDENCIA-EXIT.                                   00007450
           EXIT.                                                        00007460
                                                                        00007470
      ******************************************************************00007480
      ***                   3000-FIN                                *** 00007490
      ***                   --------                                *** 00007500
      * SE EMITEN LOS TOTALES DEL LISTADO, SE CIERRAN EL CURSOR Y LOS  *00007510
      * FICHEROS Y SE MUESTRAN LAS ESTADISTICAS DE LA EJECUCION. SI SE *00007520
      * HA LISTADO ALGUN HUECO O SOLAPE EL PROCESO TERMINA CON         *00007530
      * RETURN-CODE 4.                                                 *00007540
      ******************************************************************00007550
       3000-FIN.                                                        00007560
                                                                        00007570
           PERFORM 3150-EMITIR-TOTALES                                  00007580
              THRU 3150-EMITIR-TOTALES-EXIT                             00007590
                                                                        00007600
           PERFORM 3100-CERRAR-FICHEROS                                 00007610
              THRU 3100-CERRAR-FICHEROS-EXIT                            00007620
                                                                        00007630
           PERFORM 3200-ESTADISTICAS                                    00007640
              THRU 3200-ESTADISTICAS-EXIT                               00007650
                                                                        00007660
           IF  CT-HUECOS > ZEROES OR CT-SOLAPES > ZEROES                00007670
               MOVE CN-4                     TO RETURN-CODE             00007680
           END-IF                                                       00007690
                                                                        00007700
           STOP RUN                                                     00007710
                                                                        00007720
           .                                                            00007730
       3000-FIN-EXIT.                                                   00007740
           EXIT.                                                        00007750
                                                                        00007760
      ******************************************************************00007770
      ***                   3100-CERRAR-FICHEROS                    *** 00007780
      ***                   ---------------------                   *** 00007790
      * SE CIERRAN EL CURSOR DE DB2 Y EL FICHERO DE SALIDA.            *00007800
      ******************************************************************00007810
       3100-CERRAR-FICHEROS.                                            00007820
                                                                        00007830
           EXEC SQL                                                     00007840
                CLOSE C-TRAMOS                                          00007850
           END-EXEC                                                     00007860
                                                                        00007870
           CLOSE MPBAHUS1                                               00007880
                                                                        00007890
           IF  FS-MPBAHUS1 NOT = CA-FS-OK                               00007900
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007910
               MOVE CA-ERR-CERRAR-MPBAHUS1   TO WK-DESCRIPCION          00007920
               MOVE CA-PRF-3100              TO WK-PARRAFO              00007930
               MOVE CA-MPBAHUS1              TO WK-DDNAME               00007940
               MOVE FS-MPBAHUS1              TO WK-FILE-STATUS          00007950
                                                                        00007960
               PERFORM 9000-CANCELACION                                 00007970
                  THRU 9000-CANCELACION-EXIT                            00007980
                                                                        00007990
           END-IF                                                       00008000
                                                                        00008010
           .                                                            00008020
       3100-CERRAR-FICHEROS-EXIT.                                       00008030
           EXIT.                                                        00008040
                                                                        00008050
      ******************************************************************00008060
      ***                   3150-EMITIR-TOTALES                     *** 00008070
      ***                   -------------------                     *** 00008080
      * SE ESCRIBE AL FINAL DEL LISTADO LA LINEA DE TOTALES.           *00008090
      ******************************************************************00008100
       3150-EMITIR-TOTALES.                                             00008110
                                                                        00008120
           MOVE CT-HUECOS                     TO WT-HUECOS              00008130
           MOVE CT-SOLAPES                    TO WT-SOLAPES             00008140
                                                                        00008150
           MOVE SPACES                       TO REG-MPBAHUS1            00008160
           WRITE REG-MPBAHUS1                                           00008170
                                                                        00008180
           WRITE REG-MPBAHUS1 FROM WK-LINEA-TOTALES                     00008190
                                                                        00008200
           IF  FS-MPBAHUS1 NOT = CA-FS-OK                               00008210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008220
               MOVE CA-ERR-ESCRIB-MPBAHUS1   TO WK-DESCRIPCION          00008230
               MOVE CA-PRF-3150              TO WK-PARRAFO              00008240
               MOVE CA-MPBAHUS1              TO WK-DDNAME               00008250
               MOVE FS-MPBAHUS1              TO WK-FILE-STATUS          00008260
               MOVE WK-LINEA-TOTALES         TO WK-DATOS-REGISTRO       00008270
                                                                        00008280
               PERFORM 9000-CANCELACION                                 00008290
                  THRU 9000-CANCELACION-EXIT                            00008300
                                                                        00008310
           END-IF                                                       00008320
                                                                        00008330
           .                                                            00008340
       3150-EMITIR-TOTALES-EXIT.                                        00008350
           EXIT.                                                        00008360
                                                                        00008370
      ******************************************************************00008380
      ***                   3200-ESTADISTICAS                       *** 00008390
      ***                   -----------------                       *** 00008400
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008410
      ******************************************************************00008420
       3200-ESTADISTICAS.                                               00008430
                                                                        00008440
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00008450
           MOVE CT-CLAVES                     TO WK-CLAVES-ED           00008460
           MOVE CT-HUECOS                     TO WK-HUECOS-ED           00008470
           MOVE CT-SOLAPES                    TO WK-SOLAPES-ED          00008480
                                                                        00008490
           DISPLAY WK-CAB-1                                             00008500
           DISPLAY WK-CAB-2                                             00008510
           DISPLAY WK-CAB-1                                             00008520
           DISPLAY WK-CAB-3                                             00008530
           DISPLAY WK-CAB-4                                             00008540
           DISPLAY WK-CAB-5                                             00008550
           DISPLAY WK-CAB-6                                             00008560
           DISPLAY WK-CAB-1                                             00008570
                                                                        00008580
           .                                                            00008590
       3200-ESTADISTICAS-EXIT.                                          00008600
           EXIT.                                                        00008610
                                                                        00008620
      ******************************************************************00008630
      ***                   9200-LEER-CURSOR                        *** 00008640
      ***                   ----------------                        *** 00008650
      * SE REALIZA EL FETCH DEL CURSOR C-TRAMOS.                       *00008660
      ******************************************************************00008670
       9200-LEER-CURSOR.                                                00008680
                                                                        00008690
           EXEC SQL                                                     00008700
                FETCH C-TRAMOS                                          00008710
                 INTO :WF-TABLA    , :WF-CDGENTI  ,                     00008720
                      :WF-CDGPRODU , :WF-CDGSUBP  ,                     00008730
                      :WF-PANUMPAR , :WF-FECALTA  ,                     00008740
                      :WF-FEBAJA   , :WF-FEBAJA-ACTUAL,                 00008750
                      :WF-DIA-ANTERIOR, :WF-ORIGEN                      00008760
           END-EXEC                                                     00008770
                                                                        00008780
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008790
                                                                        00008800
           EVALUATE  TRUE                                               00008810
               WHEN  DB2-OK                                             00008820
                     ADD CN-1                 TO CT-REG-LEIDOS          00008830
                                                                        00008840
                     IF  WF-FEBAJA NOT = WF-FEBAJA-ACTUAL               00008850
                         MOVE CA-ORIGEN-CIERRE TO WF-ORIGEN             00008860
                     END-IF                                             00008870
                                                                        00008880
               WHEN  DB2-CLV-NOT-FOUND                                  00008890
                     SET SI-FIN-CURSOR        TO TRUE                   00008900
                                                                        00008910
               WHEN  OTHER                                              00008920
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008930
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00008940
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00008950
                     MOVE CA-MPBAHUE          TO WK-RUTINA              00008960
                     MOVE CA-MDDT750          TO WK-TABLA-DB2           00008970
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008980
                                                                        00008990
                     PERFORM 9000-CANCELACION                           00009000
                        THRU 9000-CANCELACION-EXIT                      00009010
                                                                        00009020
           END-EVALUATE                                                 00009030
                                                                        00009040
           .                                                            00009050
       9200-LEER-CURSOR-EXIT.                                           00009060
           EXIT.                                                        00009070
                                                                        00009080
      ******************************************************************00009090
      ***                   9000-CANCELACION                        *** 00009100
      ***                   ----------------                        *** 00009110
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00009120
      ******************************************************************00009130
       9000-CANCELACION.                                                00009140
                                                                        00009150
           MOVE CA-RESP                       TO WK-RESPONSABLE         00009160
                                                                        00009170
           EVALUATE  TRUE                                               00009180
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00009190
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009200
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009210
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00009220
                         RESPONSABLE('WK-RESPONSABLE')                  00009230
                         DESCRIPCION('WK-DESCRIPCION')                  00009240
                         PROGRAMA('WK-PROGRAMA')                        00009250
                         PARRAFO('WK-PARRAFO')                          00009260
                         SQLCA('SQLCA')                                 00009270
                         TABLA_DB2('WK-TABLA-DB2')                      00009280
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00009290
                     END-FUN                                            00009300
                                                                        00009310
               WHEN  OTHER                                              00009320
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009330
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009340
                         RESPONSABLE('WK-RESPONSABLE')                  00009350
                         DESCRIPCION('WK-DESCRIPCION')                  00009360
                         PROGRAMA('WK-PROGRAMA')                        00009370
                         PARRAFO('WK-PARRAFO')                          00009380
                         DDNAME('WK-DDNAME')                            00009390
                         FILE_STATUS('WK-FILE-STATUS')                  00009400
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00009410
                     END-FUN                                            00009420
                                                                        00009430
           END-EVALUATE                                                 00009440
                                                                        00009450
           .                                                            00009460
       9000-CANCELACION-EXIT.                                           00009470
           EXIT.                                                        00009480
