      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBACER.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: LISTADO TRIMESTRAL DE REVISION DE PERMISOS DE    *00000110
      *               OPERADOR, PARA SU CERTIFICACION POR LOS          *00000120
      *               RESPONSABLES. CONSTA DE DOS PARTES:              *00000130
      *               - PERMISOS POR ROL: FUNCIONES VIGENTES DE CADA   *00000140
      *                 ROL EN ROL_FUNCION Y OPERADORES QUE LO TIENEN  *00000150
      *                 ASIGNADO EN OPER_ROL.                          *00000160
      *               - PERMISOS POR OPERADOR: ROLES DE CADA OPERADOR, *00000170
      *                 INCLUIDOS LOS DADOS DE BAJA EN LOS ULTIMOS TRES*00000180
      *                 MESES, CON SU SITUACION Y AVISO DE LOS ROLES   *00000190
      *                 VIGENTES QUE NO TIENEN FUNCIONES VIGENTES.     *00000200
      *-                                                              -*00000210
      *  FICHEROS DE SALIDA:                                           *00000220
      *        XXBACES1 : LISTADO DE REVISION DE PERMISOS.             *00000230
      *-                                                              -*00000240
      *  TABLAS DB2:                                                   *00000250
      *        OPER_ROL    : CONSULTA.                                 *00000260
      *        ROL_FUNCION : CONSULTA.                                 *00000270
      *-                                                              -*00000280
      *  RUTINAS Y MODULOS:                                            *00000290
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000300
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000310
      *-                                                              -*00000320
      ******************************************************************00000330
      *                  M O D I F I C A C I O N E S                   *00000340
      *                  ---------------------------                   *00000350
      *                                                                *00000360
      * USUARIO  FECHA        DESCRIPCION                              *00000370
      * -------- ----------   ---------------------------------------- *00000380
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. REVISION         *00000390
      *                        TRIMESTRAL DE PERMISOS DE OPERADOR.     *00000400
      *                                                                *00000410
      ******************************************************************00000420
                                                                        00000430
      ******************************************************************00000440
      * IDENTIFICATION DIVISION                                        *00000450
      ******************************************************************00000460
       IDENTIFICATION DIVISION.                                         00000470
       PROGRAM-ID.    XXBACER.                                          00000480
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
      * -- LISTADO DE REVISION DE PERMISOS.                             00000740
           SELECT XXBACES1 ASSIGN XXBACES1                              00000750
                  ACCESS MODE IS SEQUENTIAL                             00000760
                  FILE STATUS IS FS-XXBACES1.                           00000770
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
       FD  XXBACES1                                                     00000890
           BLOCK CONTAINS 0 RECORDS                                     00000900
           RECORDING MODE IS F                                          00000910
           LABEL RECORD ARE STANDARD                                    00000920
           RECORD CONTAINS 132 CHARACTERS                               00000930
           DATA RECORD IS REG-XXBACES1.                                 00000940
       01  REG-XXBACES1                    PIC X(132).                  00000950
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
           05  SW-FIN-FUNCIONES            PIC X(01)   VALUE 'N'.       00001090
               88  SI-FIN-FUNCIONES                    VALUE 'S'.       00001100
               88  NO-FIN-FUNCIONES                    VALUE 'N'.       00001110
           05  SW-FIN-OPERADORES-ROL       PIC X(01)   VALUE 'N'.       00001120
               88  SI-FIN-OPERADORES-ROL               VALUE 'S'.       00001130
               88  NO-FIN-OPERADORES-ROL               VALUE 'N'.       00001140
           05  SW-FIN-ASIGNACIONES         PIC X(01)   VALUE 'N'.       00001150
               88  SI-FIN-ASIGNACIONES                 VALUE 'S'.       00001160
               88  NO-FIN-ASIGNACIONES                 VALUE 'N'.       00001170
                                                                        00001180
      ******************************************************************00001190
      *                      C O N S T A N T E S                       *00001200
      ******************************************************************00001210
       01  CT-CONSTANTES.                                               00001220
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001230
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001240
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001250
      -                            'PAGO'.                              00001260
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001270
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001280
               10  CA-XXBACER              PIC X(08)   VALUE 'XXBACER'. 00001290
               10  CA-XXBACES1             PIC X(08)   VALUE 'XXBACES1'.00001300
               10  CA-OPER-ROL             PIC X(08)   VALUE 'OPER_ROL'.00001310
               10  CA-ROL-FUNCION          PIC X(11)   VALUE 'ROL_FUNCIO00001320
      -                            'N'.                                 00001330
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001340
      -                            'DUMMY1'.                            00001350
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001360
               10  CA-VIGENTE              PIC X(07)   VALUE 'VIGENTE'. 00001370
               10  CA-FUTURO               PIC X(06)   VALUE 'FUTURO'.  00001380
               10  CA-BAJA                 PIC X(04)   VALUE 'BAJA'.    00001390
               10  CA-ROL-SIN-FUNCIONES    PIC X(26)   VALUE 'ROL SIN FU00001400
      -                            'NCIONES VIGENTES'.                  00001410
               10  CA-SIN-OPERADORES       PIC X(31)   VALUE '      SIN 00001420
      -                            'OPERADORES CON EL ROL'.             00001430
               10  CA-SIN-ROLES            PIC X(35)   VALUE '   SIN ROL00001440
      -                            'ES CON FUNCIONES VIGENTES'.         00001450
               10  CA-SIN-ASIGNACIONES     PIC X(35)   VALUE '   SIN ROL00001460
      -                            'ES ASIGNADOS A OPERADORES'.         00001470
               10  CA-ERR-ABRIR            PIC X(25)   VALUE 'ERROR AL A00001480
      -                            'BRIR UN FICHERO'.                   00001490
               10  CA-ERR-CERRAR           PIC X(26)   VALUE 'ERROR AL C00001500
      -                            'ERRAR UN FICHERO'.                  00001510
               10  CA-ERR-ESCRIBIR         PIC X(37)   VALUE 'ERROR AL E00001520
      -                            'SCRIBIR EL FICHERO XXBACES1'.       00001530
               10  CA-ERR-FECHA            PIC X(33)   VALUE 'ERROR AL O00001540
      -                            'BTENER LA FECHA DEL DIA'.           00001550
               10  CA-ERR-CURSOR           PIC X(43)   VALUE 'ERROR EN U00001560
      -                            'N CURSOR DE LA MATRIZ DE PERMISOS'. 00001570
               10  CA-PRF-1080             PIC X(18)   VALUE '1080-OBTEN00001580
      -                            'ER-FECHA'.                          00001590
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00001600
      -                            '-FICHEROS'.                         00001610
               10  CA-PRF-2010             PIC X(22)   VALUE '2010-ABRIR00001620
      -                            '-C-FUNCIONES'.                      00001630
               10  CA-PRF-2310             PIC X(27)   VALUE '2310-ABRIR00001640
      -                            '-C-OPERADORES-ROL'.                 00001650
               10  CA-PRF-2510             PIC X(25)   VALUE '2510-ABRIR00001660
      -                            '-C-ASIGNACIONES'.                   00001670
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00001680
      -                            'R-FICHEROS'.                        00001690
               10  CA-PRF-9100             PIC X(17)   VALUE '9100-LEER-00001700
      -                            'FUNCION'.                           00001710
               10  CA-PRF-9200             PIC X(22)   VALUE '9200-LEER-00001720
      -                            'OPERADOR-ROL'.                      00001730
               10  CA-PRF-9250             PIC X(20)   VALUE '9250-LEER-00001740
      -                            'ASIGNACION'.                        00001750
               10  CA-PRF-9300             PIC X(21)   VALUE '9300-ESCRI00001760
      -                            'BIR-LISTADO'.                       00001770
                                                                        00001780
           05  CN-CONSTANTES-NUMERICAS.                                 00001790
               10  CN-1                    PIC 9(01)   VALUE 1.         00001800
               10  CN-2                    PIC 9(01)   VALUE 2.         00001810
               10  CN-3                    PIC 9(01)   VALUE 3.         00001820
                                                                        00001830
      ******************************************************************00001840
      *                    C O N T A D O R E S                         *00001850
      ******************************************************************00001860
       01  CT-CONTADORES.                                               00001870
           05  CT-ROLES                    PIC 9(9)    VALUE ZEROES.    00001880
           05  CT-FUNCIONES                PIC 9(9)    VALUE ZEROES.    00001890
           05  CT-FUNCIONES-ROL            PIC 9(9)    VALUE ZEROES.    00001900
           05  CT-OPERADORES-ROL           PIC 9(9)    VALUE ZEROES.    00001910
           05  CT-ASIGNACIONES             PIC 9(9)    VALUE ZEROES.    00001920
           05  CT-OPERADORES               PIC 9(9)    VALUE ZEROES.    00001930
           05  CT-SIN-FUNCIONES            PIC 9(9)    VALUE ZEROES.    00001940
                                                                        00001950
      ******************************************************************00001960
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00001970
      ******************************************************************00001980
       01  WK-ESTADISTICA.                                              00001990
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002000
           05  WK-CAB-2                    PIC X(55)   VALUE            00002010
                   '* ESTADISTICAS DE XXBACER                   *'.     00002020
           05  WK-CAB-3.                                                00002030
               10  FILLER                  PIC X(45)   VALUE            00002040
                   '* ROLES CON FUNCIONES VIGENTES:            '.       00002050
               10  WK-ROLES-ED             PIC ZZZZZZZZ9.               00002060
               10  FILLER                  PIC X(01)   VALUE '*'.       00002070
           05  WK-CAB-4.                                                00002080
               10  FILLER                  PIC X(45)   VALUE            00002090
                   '* FUNCIONES VIGENTES:                      '.       00002100
               10  WK-FUNCIONES-ED         PIC ZZZZZZZZ9.               00002110
               10  FILLER                  PIC X(01)   VALUE '*'.       00002120
           05  WK-CAB-5.                                                00002130
               10  FILLER                  PIC X(45)   VALUE            00002140
                   '* OPERADORES REVISADOS:                    '.       00002150
               10  WK-OPERADORES-ED        PIC ZZZZZZZZ9.               00002160
               10  FILLER                  PIC X(01)   VALUE '*'.       00002170
           05  WK-CAB-6.                                                00002180
               10  FILLER                  PIC X(45)   VALUE            00002190
                   '* ROLES ASIGNADOS REVISADOS:               '.       00002200
               10  WK-ASIGNACIONES-ED      PIC ZZZZZZZZ9.               00002210
               10  FILLER                  PIC X(01)   VALUE '*'.       00002220
           05  WK-CAB-7.                                                00002230
               10  FILLER                  PIC X(45)   VALUE            00002240
                   '* ROLES VIGENTES SIN FUNCIONES:            '.       00002250
               10  WK-SIN-FUNCIONES-ED     PIC ZZZZZZZZ9.               00002260
               10  FILLER                  PIC X(01)   VALUE '*'.       00002270
                                                                        00002280
      ******************************************************************00002290
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002300
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002310
      ******************************************************************00002320
       01  WK-CANCELACION-BATCH.                                        00002330
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002340
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002350
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002360
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBACER'. 00002370
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002380
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002390
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002400
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002410
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002420
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002430
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002440
                                                                        00002450
      ******************************************************************00002460
      *                      F I L E  S T A T U S                      *00002470
      ******************************************************************00002480
       01  FS-FILE-STATUS.                                              00002490
           05  FS-XXBACES1                 PIC X(02).                   00002500
                                                                        00002510
      ******************************************************************00002520
      * FECHA DEL PROCESO (AAAA-MM-DD) Y TRIMESTRE QUE SE REVISA.      *00002530
      ******************************************************************00002540
       01  WK-FECHA-PROCESO                PIC X(10)   VALUE SPACES.    00002550
       01  WK-FECHA-PROCESO-R              REDEFINES WK-FECHA-PROCESO.  00002560
           05  WK-FP-AAAA                  PIC X(04).                   00002570
           05  FILLER                      PIC X(01).                   00002580
           05  WK-FP-MM                    PIC 9(02).                   00002590
           05  FILLER                      PIC X(03).                   00002600
       01  WK-TRIMESTRE                    PIC 9(01)   VALUE ZEROES.    00002610
                                                                        00002620
      ******************************************************************00002630
      * DATOS DE CONTROL DE RUPTURAS Y DE LA ASIGNACION LEIDA.         *00002640
      ******************************************************************00002650
       01  WK-ROL-ANTERIOR                 PIC X(08)   VALUE SPACES.    00002660
       01  WK-OPERADOR-ANTERIOR            PIC X(08)   VALUE SPACES.    00002670
       01  WK-NUM-FUNCIONES                PIC S9(09) COMP VALUE ZEROES.00002680
                                                                        00002690
      ******************************************************************00002700
      *                 L I N E A S  D E  I N F O R M E                *00002710
      ******************************************************************00002720
       01  WK-LINEA-CABECERA.                                           00002730
           05  FILLER                      PIC X(53)   VALUE            00002740
               'XXBACER - REVISION TRIMESTRAL DE PERMISOS DE OPERADOR'. 00002750
           05  FILLER                      PIC X(09)   VALUE            00002760
                                   ' - FECHA '.                         00002770
           05  WC-FECHA-PROCESO            PIC X(10).                   00002780
           05  FILLER                      PIC X(13)   VALUE            00002790
                                   ' - TRIMESTRE '.                     00002800
           05  WC-TRIMESTRE                PIC 9(01).                   00002810
           05  FILLER                      PIC X(01)   VALUE '/'.       00002820
           05  WC-ANIO                     PIC X(04).                   00002830
           05  FILLER                      PIC X(41)   VALUE SPACES.    00002840
                                                                        00002850
       01  WK-LINEA-PARTE-1.                                            00002860
           05  FILLER                      PIC X(51)   VALUE            00002870
               'PERMISOS POR ROL: FUNCIONES Y OPERADORES VIGENTES'.     00002880
           05  FILLER                      PIC X(81)   VALUE SPACES.    00002890
                                                                        00002900
       01  WK-LINEA-ROL.                                                00002910
           05  FILLER                      PIC X(05)   VALUE 'ROL: '.   00002920
           05  WR-CODROL                   PIC X(08).                   00002930
           05  FILLER                      PIC X(01)   VALUE SPACES.    00002940
           05  WR-DESROL                   PIC X(30).                   00002950
           05  FILLER                      PIC X(88)   VALUE SPACES.    00002960
                                                                        00002970
       01  WK-LINEA-TIT-FUNCIONES.                                      00002980
           05  FILLER                      PIC X(04)   VALUE SPACES.    00002990
           05  FILLER                      PIC X(10)   VALUE 'RUTINA'.  00003000
           05  FILLER                      PIC X(11)   VALUE            00003010
                                   'OPERACION'.                         00003020
           05  FILLER                      PIC X(12)   VALUE 'DESDE'.   00003030
           05  FILLER                      PIC X(95)   VALUE 'HASTA'.   00003040
                                                                        00003050
       01  WK-LINEA-FUNCION.                                            00003060
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003070
           05  WF-RUTINA                   PIC X(08).                   00003080
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003090
           05  WF-OPERACION                PIC X(01).                   00003100
           05  FILLER                      PIC X(10)   VALUE SPACES.    00003110
           05  WF-FECALTA                  PIC X(10).                   00003120
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003130
           05  WF-FEBAJA                   PIC X(10).                   00003140
           05  FILLER                      PIC X(85)   VALUE SPACES.    00003150
                                                                        00003160
       01  WK-LINEA-TIT-OPERADORES.                                     00003170
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003180
           05  FILLER                      PIC X(10)   VALUE            00003190
                                   'OPERADOR'.                          00003200
           05  FILLER                      PIC X(12)   VALUE 'DESDE'.   00003210
           05  FILLER                      PIC X(106)  VALUE 'HASTA'.   00003220
                                                                        00003230
       01  WK-LINEA-OPERADOR-ROL.                                       00003240
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003250
           05  WO-OPERADOR                 PIC X(08).                   00003260
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003270
           05  WO-FECALTA                  PIC X(10).                   00003280
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003290
           05  WO-FEBAJA                   PIC X(10).                   00003300
           05  FILLER                      PIC X(96)   VALUE SPACES.    00003310
                                                                        00003320
       01  WK-LINEA-TOTAL-ROL.                                          00003330
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003340
           05  FILLER                      PIC X(18)   VALUE            00003350
                                   'TOTAL FUNCIONES: '.                 00003360
           05  WT-FUNCIONES                PIC ZZZZZZZZ9.               00003370
           05  FILLER                      PIC X(16)   VALUE            00003380
                                   '   OPERADORES: '.                   00003390
           05  WT-OPERADORES               PIC ZZZZZZZZ9.               00003400
           05  FILLER                      PIC X(76)   VALUE SPACES.    00003410
                                                                        00003420
       01  WK-LINEA-PARTE-2.                                            00003430
           05  FILLER                      PIC X(53)   VALUE            00003440
               'PERMISOS POR OPERADOR: CON BAJAS DEL ULTIMO TRIMESTRE'. 00003450
           05  FILLER                      PIC X(79)   VALUE SPACES.    00003460
                                                                        00003470
       01  WK-LINEA-TIT-ASIGNACIONES.                                   00003480
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003490
           05  FILLER                      PIC X(10)   VALUE            00003500
                                   'OPERADOR'.                          00003510
           05  FILLER                      PIC X(10)   VALUE 'ROL'.     00003520
           05  FILLER                      PIC X(12)   VALUE 'DESDE'.   00003530
           05  FILLER                      PIC X(12)   VALUE 'HASTA'.   00003540
           05  FILLER                      PIC X(09)   VALUE            00003550
                                   'SITUACION'.                         00003560
           05  FILLER                      PIC X(11)   VALUE            00003570
                                   ' FUNCIONES'.                        00003580
           05  FILLER                      PIC X(64)   VALUE            00003590
                                   '  OBSERVACIONES'.                   00003600
                                                                        00003610
       01  WK-LINEA-ASIGNACION.                                         00003620
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003630
           05  WA-OPERADOR                 PIC X(08).                   00003640
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003650
           05  WA-CODROL                   PIC X(08).                   00003660
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003670
           05  WA-FECALTA                  PIC X(10).                   00003680
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003690
           05  WA-FEBAJA                   PIC X(10).                   00003700
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003710
           05  WA-SITUACION                PIC X(07).                   00003720
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003730
           05  WA-FUNCIONES                PIC ZZZZZZZZ9.               00003740
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003750
           05  WA-OBSERVACION              PIC X(30).                   00003760
           05  FILLER                      PIC X(32)   VALUE SPACES.    00003770
                                                                        00003780
       01  WK-LINEA-TOTAL-OPERADORES.                                   00003790
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003800
           05  FILLER                      PIC X(19)   VALUE            00003810
                                   'TOTAL OPERADORES: '.                00003820
           05  WT-TOTAL-OPERADORES         PIC ZZZZZZZZ9.               00003830
           05  FILLER                      PIC X(21)   VALUE            00003840
                                   '   ROLES ASIGNADOS: '.              00003850
           05  WT-TOTAL-ASIGNACIONES       PIC ZZZZZZZZ9.               00003860
           05  FILLER                      PIC X(70)   VALUE SPACES.    00003870
                                                                        00003880
      *----------------------------------------------------------------*00003890
      * AREA DE COMUNICACION CON DB2                                   *00003900
      *----------------------------------------------------------------*00003910
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003920
                                                                        00003930
      * -- DCLGEN DE LA TABLA OPER_ROL.                                 00003940
           EXEC SQL INCLUDE D4467400 END-EXEC.                          00003950
                                                                        00003960
      * -- DCLGEN DE LA TABLA ROL_FUNCION.                              00003970
           EXEC SQL INCLUDE D4467401 END-EXEC.                          00003980
                                                                        00003990
      ******************************************************************00004000
      *                       PROCEDURE DIVISION                       *00004010
      ******************************************************************00004020
       PROCEDURE DIVISION.                                              00004030
                                                                        00004040
           PERFORM 1000-INICIO                                          00004050
              THRU 1000-INICIO-EXIT                                     00004060
                                                                        00004070
           PERFORM 2000-PERMISOS-POR-ROL                                00004080
              THRU 2000-PERMISOS-POR-ROL-EXIT                           00004090
                                                                        00004100
           PERFORM 2500-PERMISOS-POR-OPERADOR                           00004110
              THRU 2500-PERMISOS-POR-OPERADOR-EXIT                      00004120
                                                                        00004130
           PERFORM 3000-FIN                                             00004140
              THRU 3000-FIN-EXIT                                        00004150
                                                                        00004160
           .                                                            00004170
                                                                        00004180
      ******************************************************************00004190
      ***                   1000-INICIO                              ***00004200
      ***                   -----------                              ***00004210
      * SE OBTIENEN LA FECHA DEL PROCESO Y SU TRIMESTRE, SE ABRE EL    *00004220
      * FICHERO Y SE ESCRIBE LA CABECERA DEL LISTADO.                  *00004230
      ******************************************************************00004240
       1000-INICIO.                                                     00004250
                                                                        00004260
           INITIALIZE CT-CONTADORES                                     00004270
                                                                        00004280
           PERFORM 1080-OBTENER-FECHA                                   00004290
              THRU 1080-OBTENER-FECHA-EXIT                              00004300
                                                                        00004310
           COMPUTE WK-TRIMESTRE = (WK-FP-MM + CN-2) / CN-3              00004320
                                                                        00004330
           PERFORM 1100-ABRIR-FICHEROS                                  00004340
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004350
                                                                        00004360
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00004370
           MOVE WK-TRIMESTRE                 TO WC-TRIMESTRE            00004380
           MOVE WK-FP-AAAA                   TO WC-ANIO                 00004390
                                                                        00004400
           MOVE WK-LINEA-CABECERA            TO REG-XXBACES1            00004410
           PERFORM 9300-ESCRIBIR-LISTADO                                00004420
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00004430
                                                                        00004440
           .                                                            00004450
       1000-INICIO-EXIT.                                                00004460
           EXIT.                                                        00004470
                                                                        00004480
      ******************************************************************00004490
      ***                   1080-OBTENER-FECHA                       ***00004500
      ***                   ------------------                       ***00004510
      * SE OBTIENE DE DB2 LA FECHA DEL PROCESO EN FORMATO ISO.         *00004520
      ******************************************************************00004530
       1080-OBTENER-FECHA.                                              00004540
                                                                        00004550
           EXEC SQL                                                     00004560
                SELECT CHAR(CURRENT DATE, ISO)                          00004570
                  INTO :WK-FECHA-PROCESO                                00004580
                  FROM SYSIBM.SYSDUMMY1                                 00004590
           END-EXEC                                                     00004600
                                                                        00004610
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004620
                                                                        00004630
           IF  NOT DB2-OK                                               00004640
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00004650
               MOVE CA-ERR-FECHA             TO WK-DESCRIPCION          00004660
               MOVE CA-PRF-1080              TO WK-PARRAFO              00004670
               MOVE CA-XXBACER               TO WK-RUTINA               00004680
               MOVE CA-SYSDUMMY1             TO WK-TABLA-DB2            00004690
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00004700
                                                                        00004710
               PERFORM 9000-CANCELACION                                 00004720
                  THRU 9000-CANCELACION-EXIT                            00004730
                                                                        00004740
           END-IF                                                       00004750
                                                                        00004760
           .                                                            00004770
       1080-OBTENER-FECHA-EXIT.                                         00004780
           EXIT.                                                        00004790
                                                                        00004800
      ******************************************************************00004810
      ***                   1100-ABRIR-FICHEROS                      ***00004820
      ***                   -------------------                      ***00004830
      * SE REALIZA LA APERTURA DEL FICHERO.                            *00004840
      ******************************************************************00004850
       1100-ABRIR-FICHEROS.                                             00004860
                                                                        00004870
           OPEN OUTPUT XXBACES1                                         00004880
                                                                        00004890
           IF  FS-XXBACES1 NOT = CA-FS-OK                               00004900
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004910
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004920
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004930
               MOVE CA-XXBACES1              TO WK-DDNAME               00004940
               MOVE FS-XXBACES1              TO WK-FILE-STATUS          00004950
                                                                        00004960
               PERFORM 9000-CANCELACION                                 00004970
                  THRU 9000-CANCELACION-EXIT                            00004980
                                                                        00004990
           END-IF                                                       00005000
                                                                        00005010
           .                                                            00005020
       1100-ABRIR-FICHEROS-EXIT.                                        00005030
           EXIT.                                                        00005040
                                                                        00005050
      ******************************************************************00005060
      ***                   2000-PERMISOS-POR-ROL                    ***00005070
      ***                   ---------------------                    ***00005080
      * PRIMERA PARTE DEL LISTADO: SE RECORREN LAS FUNCIONES VIGENTES  *00005090
      * POR ROL Y, AL CAMBIAR DE ROL, SE LISTAN LOS OPERADORES QUE LO  *00005100
      * TIENEN ASIGNADO.                                               *00005110
      ******************************************************************00005120
       2000-PERMISOS-POR-ROL.                                           00005130
                                                                        00005140
           MOVE SPACES                       TO REG-XXBACES1            00005150
           PERFORM 9300-ESCRIBIR-LISTADO                                00005160
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005170
                                                                        00005180
           MOVE WK-LINEA-PARTE-1             TO REG-XXBACES1            00005190
           PERFORM 9300-ESCRIBIR-LISTADO                                00005200
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00005210
                                                                        00005220
           MOVE SPACES                       TO WK-ROL-ANTERIOR         00005230
           SET NO-FIN-FUNCIONES              TO TRUE                    00005240
                                                                        00005250
           PERFORM 2010-ABRIR-C-FUNCIONES                               00005260
              THRU 2010-ABRIR-C-FUNCIONES-EXIT                          00005270
                                                                        00005280
           PERFORM 9100-LEER-FUNCION                                    00005290
              THRU 9100-LEER-FUNCION-EXIT                               00005300
                                                                        00005310
           PERFORM 2100-TRATAR-FUNCION                                  00005320
              THRU 2100-TRATAR-FUNCION-EXIT                             00005330
             UNTIL SI-FIN-FUNCIONES                                     00005340
                                                                        00005350
           EXEC SQL                                                     00005360
                CLOSE C-FUNCIONES                                       00005370
           END-EXEC                                                     00005380
                                                                        00005390
           IF  CT-ROLES = ZEROES                                        00005400
               MOVE CA-SIN-ROLES             TO REG-XXBACES1            00005410
               PERFORM 9300-ESCRIBIR-LISTADO                            00005420
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00005430
           ELSE                                                         00005440
               PERFORM 2300-CERRAR-ROL                                  00005450
                  THRU 2300-CERRAR-ROL-EXIT                             00005460
           END-IF                                                       00005470
                                                                        00005480
           .                                                            00005490
       2000-PERMISOS-POR-ROL-EXIT.                                      00005500
           EXIT.                                                        00005510
                                                                        00005520
      ******************************************************************00005530
      ***                   2010-ABRIR-C-FUNCIONES                   ***00005540
      ***                   ----------------------                   ***00005550
      * SE DECLARA Y ABRE EL CURSOR DE FUNCIONES NO DADAS DE BAJA, POR *00005560
      * ROL, RUTINA Y OPERACION.                                       *00005570
      ******************************************************************00005580
       2010-ABRIR-C-FUNCIONES.                                          00005590
                                                                        00005600
           EXEC SQL                                                     00005610
                DECLARE C-FUNCIONES CURSOR FOR                          00005620
                SELECT G3224_CODROL,    G3224_RUTINA,                   00005630
                       G3224_OPERACION, G3224_DESROL,                   00005640
                       CHAR(G3224_FECALTA, ISO),                        00005650
                       CHAR(G3224_FEBAJA, ISO)                          00005660
                  FROM ROL_FUNCION                                      00005670
                 WHERE G3224_FEBAJA   >= CURRENT DATE                   00005680
                 ORDER BY G3224_CODROL, G3224_RUTINA,                   00005690
                          G3224_OPERACION                               00005700
           END-EXEC                                                     00005710
                                                                        00005720
           EXEC SQL                                                     00005730
                OPEN C-FUNCIONES                                        00005740
           END-EXEC                                                     00005750
                                                                        00005760
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005770
                                                                        00005780
           IF  NOT DB2-OK                                               00005790
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005800
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00005810
               MOVE CA-PRF-2010              TO WK-PARRAFO              00005820
               MOVE CA-XXBACER               TO WK-RUTINA               00005830
               MOVE CA-ROL-FUNCION           TO WK-TABLA-DB2            00005840
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00005850
                                                                        00005860
               PERFORM 9000-CANCELACION                                 00005870
                  THRU 9000-CANCELACION-EXIT                            00005880
                                                                        00005890
           END-IF                                                       00005900
                                                                        00005910
           .                                                            00005920
       2010-ABRIR-C-FUNCIONES-EXIT.                                     00005930
           EXIT.                                                        00005940
                                                                        00005950
      ******************************************************************00005960
      ***                   2100-TRATAR-FUNCION                      ***00005970
      ***                   -------------------                      ***00005980
      * AL CAMBIAR DE ROL SE CIERRA EL ANTERIOR Y SE ABRE EL NUEVO;    *00005990
      * DESPUES SE LISTA LA FUNCION Y SE LEE LA SIGUIENTE.             *00006000
      ******************************************************************00006010
       2100-TRATAR-FUNCION.                                             00006020
                                                                        00006030
           IF  G3224-CODROL NOT = WK-ROL-ANTERIOR                       00006040
               IF  WK-ROL-ANTERIOR NOT = SPACES                         00006050
                   PERFORM 2300-CERRAR-ROL                              00006060
                      THRU 2300-CERRAR-ROL-EXIT                         00006070
               END-IF                                                   00006080
                                                                        00006090
               PERFORM 2200-NUEVO-ROL                                   00006100
                  THRU 2200-NUEVO-ROL-EXIT                              00006110
           END-IF                                                       00006120
                                                                        00006130
           ADD CN-1                          TO CT-FUNCIONES-ROL        00006140
                                                                        00006150
           MOVE G3224-RUTINA                 TO WF-RUTINA               00006160
           MOVE G3224-OPERACION              TO WF-OPERACION            00006170
           MOVE G3224-FECALTA                TO WF-FECALTA              00006180
           MOVE G3224-FEBAJA                 TO WF-FEBAJA               00006190
                                                                        00006200
           MOVE WK-LINEA-FUNCION             TO REG-XXBACES1            00006210
           PERFORM 9300-ESCRIBIR-LISTADO                                00006220
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006230
                                                                        00006240
           PERFORM 9100-LEER-FUNCION                                    00006250
              THRU 9100-LEER-FUNCION-EXIT                               00006260
                                                                        00006270
           .                                                            00006280
       2100-TRATAR-FUNCION-EXIT.                                        00006290
           EXIT.                                                        00006300
                                                                        00006310
      ******************************************************************00006320
      ***                   2200-NUEVO-ROL                           ***00006330
      ***                   --------------                           ***00006340
      * SE ESCRIBEN LA CABECERA DEL ROL Y LOS TITULOS DE FUNCIONES.    *00006350
      ******************************************************************00006360
       2200-NUEVO-ROL.                                                  00006370
                                                                        00006380
           ADD CN-1                          TO CT-ROLES                00006390
           MOVE ZEROES                       TO CT-FUNCIONES-ROL        00006400
           MOVE G3224-CODROL                 TO WK-ROL-ANTERIOR         00006410
                                                                        00006420
           MOVE SPACES                       TO REG-XXBACES1            00006430
           PERFORM 9300-ESCRIBIR-LISTADO                                00006440
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006450
                                                                        00006460
           MOVE G3224-CODROL                 TO WR-CODROL               00006470
           MOVE G3224-DESROL                 TO WR-DESROL               00006480
                                                                        00006490
           MOVE WK-LINEA-ROL                 TO REG-XXBACES1            00006500
           PERFORM 9300-ESCRIBIR-LISTADO                                00006510
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006520
                                                                        00006530
           MOVE WK-LINEA-TIT-FUNCIONES       TO REG-XXBACES1            00006540
           PERFORM 9300-ESCRIBIR-LISTADO                                00006550
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006560
                                                                        00006570
           .                                                            00006580
       2200-NUEVO-ROL-EXIT.                                             00006590
           EXIT.                                                        00006600
                                                                        00006610
      ******************************************************************00006620
      ***                   2300-CERRAR-ROL                          ***00006630
      ***                   ---------------                          ***00006640
      * SE LISTAN LOS OPERADORES QUE TIENEN ASIGNADO EL ROL Y SE       *00006650
      * ESCRIBE EL TOTAL DEL ROL.                                      *00006660
      ******************************************************************00006670
       2300-CERRAR-ROL.                                                 00006680
                                                                        00006690
           MOVE ZEROES                       TO CT-OPERADORES-ROL       00006700
           SET NO-FIN-OPERADORES-ROL         TO TRUE                    00006710
                                                                        00006720
           MOVE WK-LINEA-TIT-OPERADORES      TO REG-XXBACES1            00006730
           PERFORM 9300-ESCRIBIR-LISTADO                                00006740
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00006750
                                                                        00006760
           PERFORM 2310-ABRIR-C-OPERADORES-ROL                          00006770
              THRU 2310-ABRIR-C-OPERADORES-ROL-EXIT                     00006780
                                                                        00006790
           PERFORM 9200-LEER-OPERADOR-ROL                               00006800
              THRU 9200-LEER-OPERADOR-ROL-EXIT                          00006810
                                                                        00006820
           PERFORM 2320-LISTAR-OPERADOR-ROL                             00006830
              THRU 2320-LISTAR-OPERADOR-ROL-EXIT                        00006840
             UNTIL SI-FIN-OPERADORES-ROL                                00006850
                                                                        00006860
           EXEC SQL                                                     00006870
                CLOSE C-OPERADORES-ROL                                  00006880
           END-EXEC                                                     00006890
                                                                        00006900
           IF  CT-OPERADORES-ROL = ZEROES                               00006910
               MOVE CA-SIN-OPERADORES        TO REG-XXBACES1            00006920
               PERFORM 9300-ESCRIBIR-LISTADO                            00006930
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00006940
           END-IF                                                       00006950
                                                                        00006960
           MOVE CT-FUNCIONES-ROL             TO WT-FUNCIONES            00006970
           MOVE CT-OPERADORES-ROL            TO WT-OPERADORES           00006980
                                                                        00006990
           MOVE WK-LINEA-TOTAL-ROL           TO REG-XXBACES1            00007000
           PERFORM 9300-ESCRIBIR-LISTADO                                00007010
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007020
                                                                        00007030
           .                                                            00007040
       2300-CERRAR-ROL-EXIT.                                            00007050
           EXIT.                                                        00007060
                                                                        00007070
      ******************************************************************00007080
      ***                   2310-ABRIR-C-OPERADORES-ROL              ***00007090
      ***                   ---------------------------              ***00007100
      * SE DECLARA Y ABRE EL CURSOR DE OPERADORES CON EL ROL NO DADO DE*00007110
      * BAJA.                                                          *00007120
      ******************************************************************00007130
       2310-ABRIR-C-OPERADORES-ROL.                                     00007140
                                                                        00007150
           EXEC SQL                                                     00007160
                DECLARE C-OPERADORES-ROL CURSOR FOR                     00007170
                SELECT G3223_OPERADOR,                                  00007180
                       CHAR(G3223_FECALTA, ISO),                        00007190
                       CHAR(G3223_FEBAJA, ISO)                          00007200
                  FROM OPER_ROL                                         00007210
                 WHERE G3223_CODROL   = :WK-ROL-ANTERIOR                00007220
                   AND G3223_FEBAJA  >= CURRENT DATE                    00007230
                 ORDER BY G3223_OPERADOR                                00007240
           END-EXEC                                                     00007250
                                                                        00007260
           EXEC SQL                                                     00007270
                OPEN C-OPERADORES-ROL                                   00007280
           END-EXEC                                                     00007290
                                                                        00007300
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007310
                                                                        00007320
           IF  NOT DB2-OK                                               00007330
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00007340
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00007350
               MOVE CA-PRF-2310              TO WK-PARRAFO              00007360
               MOVE CA-XXBACER               TO WK-RUTINA               00007370
               MOVE CA-OPER-ROL              TO WK-TABLA-DB2            00007380
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00007390
                                                                        00007400
               PERFORM 9000-CANCELACION                                 00007410
                  THRU 9000-CANCELACION-EXIT                            00007420
                                                                        00007430
           END-IF                                                       00007440
                                                                        00007450
           .                                                            00007460
       2310-ABRIR-C-OPERADORES-ROL-EXIT.                                00007470
           EXIT.                                                        00007480
                                                                        00007490
      ******************************************************************00007500
      ***                   2320-LISTAR-OPERADOR-ROL                 ***00007510
      ***                   ------------------------                 ***00007520
      * SE LISTA UN OPERADOR DEL ROL Y SE LEE EL SIGUIENTE.            *00007530
      ******************************************************************00007540
       2320-LISTAR-OPERADOR-ROL.                                        00007550
                                                                        00007560
           ADD CN-1                          TO CT-OPERADORES-ROL       00007570
                                                                        00007580
           MOVE G3223-OPERADOR               TO WO-OPERADOR             00007590
           MOVE G3223-FECALTA                TO WO-FECALTA              00007600
           MOVE G3223-FEBAJA                 TO WO-FEBAJA               00007610
                                                                        00007620
           MOVE WK-LINEA-OPERADOR-ROL        TO REG-XXBACES1            00007630
           PERFORM 9300-ESCRIBIR-LISTADO                                00007640
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007650
                                                                        00007660
           PERFORM 9200-LEER-OPERADOR-ROL                               00007670
              THRU 9200-LEER-OPERADOR-ROL-EXIT                          00007680
                                                                        00007690
           .                                                            00007700
       2320-LISTAR-OPERADOR-ROL-EXIT.                                   00007710
           EXIT.                                                        00007720
                                                                        00007730
      ******************************************************************00007740
      ***                   2500-PERMISOS-POR-OPERADOR               ***00007750
      ***                   --------------------------               ***00007760
      * SEGUNDA PARTE DEL LISTADO: ROLES DE CADA OPERADOR, INCLUIDOS   *00007770
      * LOS DADOS DE BAJA EN LOS ULTIMOS TRES MESES.                   *00007780
      ******************************************************************00007790
       2500-PERMISOS-POR-OPERADOR.                                      00007800
                                                                        00007810
           MOVE SPACES                       TO REG-XXBACES1            00007820
           PERFORM 9300-ESCRIBIR-LISTADO                                00007830
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007840
                                                                        00007850
           MOVE WK-LINEA-PARTE-2             TO REG-XXBACES1            00007860
           PERFORM 9300-ESCRIBIR-LISTADO                                00007870
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007880
                                                                        00007890
           MOVE WK-LINEA-TIT-ASIGNACIONES    TO REG-XXBACES1            00007900
           PERFORM 9300-ESCRIBIR-LISTADO                                00007910
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007920
                                                                        00007930
           MOVE SPACES                       TO WK-OPERADOR-ANTERIOR    00007940
           SET NO-FIN-ASIGNACIONES           TO TRUE                    00007950
                                                                        00007960
           PERFORM 2510-ABRIR-C-ASIGNACIONES                            00007970
              THRU 2510-ABRIR-C-ASIGNACIONES-EXIT                       00007980
                                                                        00007990
           PERFORM 9250-LEER-ASIGNACION                                 00008000
              THRU 9250-LEER-ASIGNACION-EXIT                            00008010
                                                                        00008020
           PERFORM 2600-TRATAR-ASIGNACION                               00008030
              THRU 2600-TRATAR-ASIGNACION-EXIT                          00008040
             UNTIL SI-FIN-ASIGNACIONES                                  00008050
                                                                        00008060
           EXEC SQL                                                     00008070
                CLOSE C-ASIGNACIONES                                    00008080
           END-EXEC                                                     00008090
                                                                        00008100
           IF  CT-ASIGNACIONES = ZEROES                                 00008110
               MOVE CA-SIN-ASIGNACIONES      TO REG-XXBACES1            00008120
           ELSE                                                         00008130
               MOVE CT-OPERADORES            TO WT-TOTAL-OPERADORES     00008140
               MOVE CT-ASIGNACIONES          TO WT-TOTAL-ASIGNACIONES   00008150
               MOVE WK-LINEA-TOTAL-OPERADORES                           00008160
                                             TO REG-XXBACES1            00008170
           END-IF                                                       00008180
                                                                        00008190
           PERFORM 9300-ESCRIBIR-LISTADO                                00008200
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008210
                                                                        00008220
           .                                                            00008230
       2500-PERMISOS-POR-OPERADOR-EXIT.                                 00008240
           EXIT.                                                        00008250
                                                                        00008260
      ******************************************************************00008270
      ***                   2510-ABRIR-C-ASIGNACIONES                ***00008280
      ***                   -------------------------                ***00008290
      * SE DECLARA Y ABRE EL CURSOR DE ROLES DE OPERADOR NO DADOS DE   *00008300
      * BAJA ANTES DE LOS ULTIMOS TRES MESES, CON EL NUMERO DE         *00008310
      * FUNCIONES VIGENTES HOY DE CADA ROL.                            *00008320
      ******************************************************************00008330
       2510-ABRIR-C-ASIGNACIONES.                                       00008340
                                                                        00008350
           EXEC SQL                                                     00008360
                DECLARE C-ASIGNACIONES CURSOR FOR                       00008370
                SELECT O.G3223_OPERADOR, O.G3223_CODROL,                00008380
                       CHAR(O.G3223_FECALTA, ISO),                      00008390
                       CHAR(O.G3223_FEBAJA, ISO),                       00008400
                       (SELECT COUNT(*)                                 00008410
                          FROM ROL_FUNCION F                            00008420
                         WHERE F.G3224_CODROL   = O.G3223_CODROL        00008430
                           AND F.G3224_FECALTA <= CURRENT DATE          00008440
                           AND F.G3224_FEBAJA  >= CURRENT DATE)         00008450
                  FROM OPER_ROL O                                       00008460
                 WHERE O.G3223_FEBAJA >= CURRENT DATE - 3 MONTHS        00008470
                 ORDER BY O.G3223_OPERADOR, O.G3223_CODROL              00008480
           END-EXEC                                                     00008490
                                                                        00008500
           EXEC SQL                                                     00008510
                OPEN C-ASIGNACIONES                                     00008520
           END-EXEC                                                     00008530
                                                                        00008540
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008550
                                                                        00008560
           IF  NOT DB2-OK                                               00008570
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008580
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00008590
               MOVE CA-PRF-2510              TO WK-PARRAFO              00008600
               MOVE CA-XXBACER               TO WK-RUTINA               00008610
               MOVE CA-OPER-ROL              TO WK-TABLA-DB2            00008620
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00008630
                                                                        00008640
               PERFORM 9000-CANCELACION                                 00008650
                  THRU 9000-CANCELACION-EXIT                            00008660
                                                                        00008670
           END-IF                                                       00008680
                                                                        00008690
           .                                                            00008700
       2510-ABRIR-C-ASIGNACIONES-EXIT.                                  00008710
           EXIT.                                                        00008720
                                                                        00008730
      ******************************************************************00008740
      ***                   2600-TRATAR-ASIGNACION                   ***00008750
      ***                   ----------------------                   ***00008760
      * SE LISTA EL ROL DEL OPERADOR CON SU SITUACION A LA FECHA DEL   *00008770
      * PROCESO (VIGENTE, FUTURO O BAJA). EL OPERADOR SOLO SE IMPRIME  *00008780
      * EN SU PRIMER ROL. UN ROL VIGENTE SIN FUNCIONES VIGENTES SE     *00008790
      * SENALA EN OBSERVACIONES PARA SU REVISION.                      *00008800
      ******************************************************************00008810
       2600-TRATAR-ASIGNACION.                                          00008820
                                                                        00008830
           MOVE SPACES                       TO WA-OPERADOR             00008840
                                                WA-OBSERVACION          00008850
                                                                        00008860
           IF  G3223-OPERADOR NOT = WK-OPERADOR-ANTERIOR                00008870
               ADD CN-1                      TO CT-OPERADORES           00008880
               MOVE G3223-OPERADOR           TO WK-OPERADOR-ANTERIOR    00008890
                                                WA-OPERADOR             00008900
           END-IF                                                       00008910
                                                                        00008920
           EVALUATE  TRUE                                               00008930
               WHEN  G3223-FECALTA > WK-FECHA-PROCESO                   00008940
                     MOVE CA-FUTURO          TO WA-SITUACION            00008950
                                                                        00008960
               WHEN  G3223-FEBAJA < WK-FECHA-PROCESO                    00008970
                     MOVE CA-BAJA            TO WA-SITUACION            00008980
                                                                        00008990
               WHEN  OTHER                                              00009000
                     MOVE CA-VIGENTE         TO WA-SITUACION            00009010
                     IF  WK-NUM-FUNCIONES = ZEROES                      00009020
                         ADD CN-1            TO CT-SIN-FUNCIONES        00009030
                         MOVE CA-ROL-SIN-FUNCIONES                      00009040
                                             TO WA-OBSERVACION          00009050
                     END-IF                                             00009060
                                                                        00009070
           END-EVALUATE                                                 00009080
                                                                        00009090
           MOVE G3223-CODROL                 TO WA-CODROL               00009100
           MOVE G3223-FECALTA                TO WA-FECALTA              00009110
           MOVE G3223-FEBAJA                 TO WA-FEBAJA               00009120
           MOVE WK-NUM-FUNCIONES             TO WA-FUNCIONES            00009130
                                                                        00009140
           MOVE WK-LINEA-ASIGNACION          TO REG-XXBACES1            00009150
           PERFORM 9300-ESCRIBIR-LISTADO                                00009160
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00009170
                                                                        00009180
           PERFORM 9250-LEER-ASIGNACION                                 00009190
              THRU 9250-LEER-ASIGNACION-EXIT                            00009200
                                                                        00009210
           .                                                            00009220
       2600-TRATAR-ASIGNACION-EXIT.                                     00009230
           EXIT.                                                        00009240
                                                                        00009250
      ******************************************************************00009260
      ***                   3000-FIN                                 ***00009270
      ***                   --------                                 ***00009280
      * SE CIERRA EL FICHERO Y SE MUESTRAN LAS ESTADISTICAS.           *00009290
      ******************************************************************00009300
       3000-FIN.                                                        00009310
                                                                        00009320
           PERFORM 3100-CERRAR-FICHEROS                                 00009330
              THRU 3100-CERRAR-FICHEROS-EXIT                            00009340
                                                                        00009350
           PERFORM 3200-ESTADISTICAS                                    00009360
              THRU 3200-ESTADISTICAS-EXIT                               00009370
                                                                        00009380
           STOP RUN                                                     00009390
                                                                        00009400
           .                                                            00009410
       3000-FIN-EXIT.                                                   00009420
           EXIT.                                                        00009430
                                                                        00009440
      ******************************************************************00009450
      ***                   3100-CERRAR-FICHEROS                     ***00009460
      ***                   --------------------                     ***00009470
      * SE REALIZA EL CIERRE DEL FICHERO.                              *00009480
      ******************************************************************00009490
       3100-CERRAR-FICHEROS.                                            00009500
                                                                        00009510
           CLOSE XXBACES1                                               00009520
                                                                        00009530
           IF  FS-XXBACES1 NOT = CA-FS-OK                               00009540
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009550
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00009560
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009570
               MOVE CA-XXBACES1              TO WK-DDNAME               00009580
               MOVE FS-XXBACES1              TO WK-FILE-STATUS          00009590
                                                                        00009600
               PERFORM 9000-CANCELACION                                 00009610
                  THRU 9000-CANCELACION-EXIT                            00009620
                                                                        00009630
           END-IF                                                       00009640
                                                                        00009650
           .                                                            00009660
       3100-CERRAR-FICHEROS-EXIT.                                       00009670
           EXIT.                                                        00009680
                                                                        00009690
      ******************************************************************00009700
      ***                   3200-ESTADISTICAS                        ***00009710
      ***                   -----------------                        ***00009720
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009730
      ******************************************************************00009740
       3200-ESTADISTICAS.                                               00009750
                                                                        00009760
           MOVE CT-ROLES                     TO WK-ROLES-ED             00009770
           MOVE CT-FUNCIONES                 TO WK-FUNCIONES-ED         00009780
           MOVE CT-OPERADORES                TO WK-OPERADORES-ED        00009790
           MOVE CT-ASIGNACIONES              TO WK-ASIGNACIONES-ED      00009800
           MOVE CT-SIN-FUNCIONES             TO WK-SIN-FUNCIONES-ED     00009810
                                                                        00009820
           DISPLAY WK-CAB-1                                             00009830
           DISPLAY WK-CAB-2                                             00009840
           DISPLAY WK-CAB-1                                             00009850
           DISPLAY WK-CAB-3                                             00009860
           DISPLAY WK-CAB-4                                             00009870
           DISPLAY WK-CAB-5                                             00009880
           DISPLAY WK-CAB-6                                             00009890
           DISPLAY WK-CAB-7                                             00009900
           DISPLAY WK-CAB-1                                             00009910
                                                                        00009920
           .                                                            00009930
       3200-ESTADISTICAS-EXIT.                                          00009940
           EXIT.                                                        00009950
                                                                        00009960
      ******************************************************************00009970
      ***                   9100-LEER-FUNCION                        ***00009980
      ***                   -----------------                        ***00009990
      * SE LEE LA SIGUIENTE FUNCION DEL CURSOR DE FUNCIONES.           *00010000
      ******************************************************************00010010
       9100-LEER-FUNCION.                                               00010020
                                                                        00010030
           EXEC SQL                                                     00010040
                FETCH C-FUNCIONES                                       00010050
                 INTO :G3224-CODROL,    :G3224-RUTINA,                  00010060
                      :G3224-OPERACION, :G3224-DESROL,                  00010070
                      :G3224-FECALTA,   :G3224-FEBAJA                   00010080
           END-EXEC                                                     00010090
                                                                        00010100
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010110
                                                                        00010120
           EVALUATE  TRUE                                               00010130
               WHEN  DB2-OK                                             00010140
                     ADD CN-1                TO CT-FUNCIONES            00010150
                                                                        00010160
               WHEN  DB2-CLV-NOT-FOUND                                  00010170
                     SET SI-FIN-FUNCIONES    TO TRUE                    00010180
                                                                        00010190
               WHEN  OTHER                                              00010200
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00010210
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00010220
                     MOVE CA-PRF-9100        TO WK-PARRAFO              00010230
                     MOVE CA-XXBACER         TO WK-RUTINA               00010240
                     MOVE CA-ROL-FUNCION     TO WK-TABLA-DB2            00010250
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00010260
                                                                        00010270
                     PERFORM 9000-CANCELACION                           00010280
                        THRU 9000-CANCELACION-EXIT                      00010290
                                                                        00010300
           END-EVALUATE                                                 00010310
                                                                        00010320
           .                                                            00010330
       9100-LEER-FUNCION-EXIT.                                          00010340
           EXIT.                                                        00010350
                                                                        00010360
      ******************************************************************00010370
      ***                   9200-LEER-OPERADOR-ROL                   ***00010380
      ***                   ----------------------                   ***00010390
      * SE LEE EL SIGUIENTE OPERADOR DEL ROL EN CURSO.                 *00010400
      ******************************************************************00010410
       9200-LEER-OPERADOR-ROL.                                          00010420
                                                                        00010430
           EXEC SQL                                                     00010440
                FETCH C-OPERADORES-ROL                                  00010450
                 INTO :G3223-OPERADOR,                                  00010460
                      :G3223-FECALTA,   :G3223-FEBAJA                   00010470
           END-EXEC                                                     00010480
                                                                        00010490
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010500
                                                                        00010510
           EVALUATE  TRUE                                               00010520
               WHEN  DB2-OK                                             00010530
                     CONTINUE                                           00010540
                                                                        00010550
               WHEN  DB2-CLV-NOT-FOUND                                  00010560
                     SET SI-FIN-OPERADORES-ROL                          00010570
                                             TO TRUE                    00010580
                                                                        00010590
               WHEN  OTHER                                              00010600
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00010610
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00010620
                     MOVE CA-PRF-9200        TO WK-PARRAFO              00010630
                     MOVE CA-XXBACER         TO WK-RUTINA               00010640
                     MOVE CA-OPER-ROL        TO WK-TABLA-DB2            00010650
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00010660
                                                                        00010670
                     PERFORM 9000-CANCELACION                           00010680
                        THRU 9000-CANCELACION-EXIT                      00010690
                                                                        00010700
           END-EVALUATE                                                 00010710
                                                                        00010720
           .                                                            00010730
       9200-LEER-OPERADOR-ROL-EXIT.                                     00010740
           EXIT.                                                        00010750
                                                                        00010760
      ******************************************************************00010770
      ***                   9250-LEER-ASIGNACION                     ***00010780
      ***                   --------------------                     ***00010790
      * SE LEE EL SIGUIENTE ROL DE OPERADOR DEL CURSOR DE ASIGNACIONES.*00010800
      ******************************************************************00010810
       9250-LEER-ASIGNACION.                                            00010820
                                                                        00010830
           EXEC SQL                                                     00010840
                FETCH C-ASIGNACIONES                                    00010850
                 INTO :G3223-OPERADOR,  :G3223-CODROL,                  00010860
                      :G3223-FECALTA,   :G3223-FEBAJA,                  00010870
                      :WK-NUM-FUNCIONES                                 00010880
           END-EXEC                                                     00010890
                                                                        00010900
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010910
                                                                        00010920
           EVALUATE  TRUE                                               00010930
               WHEN  DB2-OK                                             00010940
                     ADD CN-1                TO CT-ASIGNACIONES         00010950
                                                                        00010960
               WHEN  DB2-CLV-NOT-FOUND                                  00010970
                     SET SI-FIN-ASIGNACIONES TO TRUE                    00010980
                                                                        00010990
               WHEN  OTHER                                              00011000
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00011010
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00011020
                     MOVE CA-PRF-9250        TO WK-PARRAFO              00011030
                     MOVE CA-XXBACER         TO WK-RUTINA               00011040
                     MOVE CA-OPER-ROL        TO WK-TABLA-DB2            00011050
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00011060
                                                                        00011070
                     PERFORM 9000-CANCELACION                           00011080
                        THRU 9000-CANCELACION-EXIT                      00011090
                                                                        00011100
           END-EVALUATE                                                 00011110
                                                                        00011120
           .                                                            00011130
       9250-LEER-ASIGNACION-EXIT.                                       00011140
           EXIT.                                                        00011150
                                                                        00011160
      ******************************************************************00011170
      ***                   9300-ESCRIBIR-LISTADO                    ***00011180
      ***                   ---------------------                    ***00011190
      * SE ESCRIBE UNA LINEA DEL LISTADO DE REVISION DE PERMISOS.      *00011200
      ******************************************************************00011210
       9300-ESCRIBIR-LISTADO.                                           00011220
                                                                        00011230
           WRITE REG-XXBACES1                                           00011240
                                                                        00011250
           IF  FS-XXBACES1 NOT = CA-FS-OK                               00011260
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011270
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011280
               MOVE CA-PRF-9300              TO WK-PARRAFO              00011290
               MOVE CA-XXBACES1              TO WK-DDNAME               00011300
               MOVE FS-XXBACES1              TO WK-FILE-STATUS          00011310
               MOVE REG-XXBACES1             TO WK-DATOS-REGISTRO       00011320
                                                                        00011330
               PERFORM 9000-CANCELACION                                 00011340
                  THRU 9000-CANCELACION-EXIT                            00011350
                                                                        00011360
           END-IF                                                       00011370
                                                                        00011380
           .                                                            00011390
       9300-ESCRIBIR-LISTADO-EXIT.                                      00011400
           EXIT.                                                        00011410
                                                                        00011420
      ******************************************************************00011430
      ***                   9000-CANCELACION                         ***00011440
      ***                   ----------------                         ***00011450
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00011460
      ******************************************************************00011470
       9000-CANCELACION.                                                00011480
                                                                        00011490
           MOVE CA-RESP                      TO WK-RESPONSABLE          00011500
                                                                        00011510
           EVALUATE  TRUE                                               00011520
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00011530
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011540
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011550
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00011560
                         RESPONSABLE('WK-RESPONSABLE')                  00011570
                         DESCRIPCION('WK-DESCRIPCION')                  00011580
                         PROGRAMA('WK-PROGRAMA')                        00011590
                         PARRAFO('WK-PARRAFO')                          00011600
                         SQLCA('SQLCA')                                 00011610
                         TABLA_DB2('WK-TABLA-DB2')                      00011620
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00011630
                     END-FUN                                            00011640
                                                                        00011650
               WHEN  OTHER                                              00011660
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011670
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011680
                         RESPONSABLE('WK-RESPONSABLE')                  00011690
                         DESCRIPCION('WK-DESCRIPCION')                  00011700
                         PROGRAMA('WK-PROGRAMA')                        00011710
                         PARRAFO('WK-PARRAFO')                          00011720
                         DDNAME('WK-DDNAME')                            00011730
                         FILE_STATUS('WK-FILE-STATUS')                  00011740
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00011750
                     END-FUN                                            00011760
                                                                        00011770
           END-EVALUATE                                                 00011780
                                                                        00011790
           .                                                            00011800
       9000-CANCELACION-EXIT.                                           00011810
           EXIT.                                                        00011820
