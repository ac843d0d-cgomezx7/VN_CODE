      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBASEG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: REVISION MENSUAL DE SEGREGACION DE FUNCIONES     *00000110
      *               SOBRE LOS ALMACENES CON DOBLE FIRMA Y LOS        *00000120
      *               HISTORICOS DE AUDITORIA. PARA EL PERIODO TRATADO *00000130
      *               LISTA TRES TIPOS DE HALLAZGO:                    *00000140
      *               - PAREJAS DE OPERADORES QUE SE APRUEBAN          *00000150
      *                 MUTUAMENTE (CORRECCIONES DE SALDO DE           *00000160
      *                 POS_CORR_PEND Y CAMBIOS DE PARAMETROS DE       *00000170
      *                 PARM_CAMB_PEND, SUMADOS POR SENTIDO).          *00000180
      *               - CONCENTRACION DE LAS APROBACIONES DE UN        *00000190
      *                 ALMACEN EN UN SOLO OPERADOR POR ENCIMA DEL     *00000200
      *                 PORCENTAJE INDICADO.                           *00000210
      *               - OPERADORES QUE HAN REALIZADO DOS ACTIVIDADES   *00000220
      *                 DECLARADAS INCOMPATIBLES EN LA MATRIZ DE       *00000230
      *                 CONFLICTOS SOD_CONFLICTO, SOBRE EL MISMO       *00000240
      *                 OBJETO (AMBITO 'O') O EN EL PERIODO (AMBITO    *00000250
      *                 'U').                                          *00000260
      *               ACTIVIDADES DE LA MATRIZ:                        *00000270
      *                 CS/CA : SOLICITA/APRUEBA CORRECCION DE SALDO.  *00000280
      *                 PS/PA : SOLICITA/APRUEBA CAMBIO DE PARAMETRO.  *00000290
      *                 PM    : MODIFICA PARAMETRO (USUARIO DE LAS     *00000300
      *                         FILAS DE MDDT750H/MDDT755H; LOS        *00000310
      *                         CAMBIOS APLICADOS EN SEGUNDA FIRMA     *00000320
      *                         LLEVAN EL USUARIO QUE LOS APROBO).     *00000330
      *                 PP    : MODIFICA POSICION (USUARIO DE AUDITORIA*00000340
      *                         DE LAS FOTOS DE POS_DISP_PMAS_HIST     *00000350
      *                         TOMADAS EN EL PERIODO).                *00000360
      *-                                                              -*00000370
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000380
      *        WK-PERIODO-AN    : PERIODO AAAA-MM (BLANCO = EL MES     *00000390
      *                           ANTERIOR AL DE EJECUCION).           *00000400
      *        WK-PCT-CONC-AN   : PORCENTAJE DE CONCENTRACION (3       *00000410
      *                           DIGITOS, POR DEFECTO 050).           *00000420
      *        WK-MIN-CONC-AN   : APROBACIONES MINIMAS DEL ALMACEN PARA*00000430
      *                           EVALUAR LA CONCENTRACION (5 DIGITOS, *00000440
      *                           POR DEFECTO 00010).                  *00000450
      *        WK-MIN-RECIP-AN  : APROBACIONES MINIMAS EN CADA SENTIDO *00000460
      *                           DE UNA PAREJA RECIPROCA (3 DIGITOS,  *00000470
      *                           POR DEFECTO 001).                    *00000480
      *-                                                              -*00000490
      *  FICHEROS DE SALIDA:                                           *00000500
      *        XXBASES1 : LISTADO DE REVISION DE SEGREGACION.          *00000510
      *-                                                              -*00000520
      *  TABLAS DB2:                                                   *00000530
      *        SOD_CONFLICTO      : CONSULTA.                          *00000540
      *        POS_CORR_PEND      : CONSULTA.                          *00000550
      *        PARM_CAMB_PEND     : CONSULTA.                          *00000560
      *        MDDT750H/MDDT755H  : CONSULTA.                          *00000570
      *        POS_DISP_PMAS_HIST : CONSULTA.                          *00000580
      *-                                                              -*00000590
      *  RUTINAS Y MODULOS:                                            *00000600
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000610
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000620
      *-                                                              -*00000630
      ******************************************************************00000640
      *                  M O D I F I C A C I O N E S                   *00000650
      *                  ---------------------------                   *00000660
      *                                                                *00000670
      * USUARIO  FECHA        DESCRIPCION                              *00000680
      * -------- ----------   ---------------------------------------- *00000690
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. REVISION         *00000700
      *                        MENSUAL DE SEGREGACION DE FUNCIONES.    *00000710
      *                                                                *00000720
      ******************************************************************00000730
                                                                        00000740
      ******************************************************************00000750
      * IDENTIFICATION DIVISION                                        *00000760
      ******************************************************************00000770
       IDENTIFICATION DIVISION.                                         00000780
       PROGRAM-ID.    XXBASEG.                                          00000790
       AUTHOR.        VIEWNEXT.                                         00000800
       DATE-WRITTEN.  15-10-2026.                                       00000810
       DATE-COMPILED.                                                   00000820
                                                                        00000830
      ******************************************************************00000840
      * ENVIRONMENT DIVISION                                           *00000850
      ******************************************************************00000860
       ENVIRONMENT DIVISION.                                            00000870
                                                                        00000880
      *----------------------------------------------------------------*00000890
      * CONFIGURATION SECTION                                          *00000900
      *----------------------------------------------------------------*00000910
       CONFIGURATION SECTION.                                           00000920
                                                                        00000930
       SOURCE-COMPUTER. IBM-3090.                                       00000940
       OBJECT-COMPUTER. IBM-3090.                                       00000950
       SPECIAL-NAMES.                                                   00000960
           DECIMAL-POINT IS COMMA.                                      00000970
                                                                        00000980
      *----------------------------------------------------------------*00000990
      * INPUT OUTPUT SECTION                                           *00001000
      *----------------------------------------------------------------*00001010
       INPUT-OUTPUT SECTION.                                            00001020
       FILE-CONTROL.                                                    00001030
                                                                        00001040
      * -- LISTADO DE REVISION DE SEGREGACION DE FUNCIONES.             00001050
           SELECT XXBASES1 ASSIGN XXBASES1                              00001060
                  ACCESS MODE IS SEQUENTIAL                             00001070
                  FILE STATUS IS FS-XXBASES1.                           00001080
                                                                        00001090
      ******************************************************************00001100
      * DATA DIVISION                                                  *00001110
      ******************************************************************00001120
       DATA DIVISION.                                                   00001130
                                                                        00001140
      *----------------------------------------------------------------*00001150
      * FILE SECTION                                                   *00001160
      *----------------------------------------------------------------*00001170
       FILE SECTION.                                                    00001180
                                                                        00001190
       FD  XXBASES1                                                     00001200
           BLOCK CONTAINS 0 RECORDS                                     00001210
           RECORDING MODE IS F                                          00001220
           LABEL RECORD ARE STANDARD                                    00001230
           RECORD CONTAINS 132 CHARACTERS                               00001240
           DATA RECORD IS REG-XXBASES1.                                 00001250
       01  REG-XXBASES1                    PIC X(132).                  00001260
                                                                        00001270
      *----------------------------------------------------------------*00001280
      * WORKING-STORAGE SECTION                                        *00001290
      *----------------------------------------------------------------*00001300
       WORKING-STORAGE SECTION.                                         00001310
                                                                        00001320
      ******************************************************************00001330
      *                        S W I T C H E S                         *00001340
      ******************************************************************00001350
       01  SW-SWITCHES.                                                 00001360
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001370
               88  DB2-OK                              VALUE 0.         00001380
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001390
           05  SW-FIN-MATRIZ               PIC X(01)   VALUE 'N'.       00001400
               88  SI-FIN-MATRIZ                       VALUE 'S'.       00001410
               88  NO-FIN-MATRIZ                       VALUE 'N'.       00001420
           05  SW-FIN-RECIPROCAS           PIC X(01)   VALUE 'N'.       00001430
               88  SI-FIN-RECIPROCAS                   VALUE 'S'.       00001440
               88  NO-FIN-RECIPROCAS                   VALUE 'N'.       00001450
           05  SW-FIN-APROBADORES          PIC X(01)   VALUE 'N'.       00001460
               88  SI-FIN-APROBADORES                  VALUE 'S'.       00001470
               88  NO-FIN-APROBADORES                  VALUE 'N'.       00001480
           05  SW-FIN-ACTIVIDAD            PIC X(01)   VALUE 'N'.       00001490
               88  SI-FIN-ACTIVIDAD                    VALUE 'S'.       00001500
               88  NO-FIN-ACTIVIDAD                    VALUE 'N'.       00001510
                                                                        00001520
      ******************************************************************00001530
      *                      C O N S T A N T E S                       *00001540
      ******************************************************************00001550
       01  CT-CONSTANTES.                                               00001560
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001570
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001580
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001590
      -                            'PAGO'.                              00001600
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001610
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001620
               10  CA-XXBASEG              PIC X(08)   VALUE 'XXBASEG'. 00001630
               10  CA-XXBASES1             PIC X(08)   VALUE 'XXBASES1'.00001640
               10  CA-SOD-CONFLICTO        PIC X(13)   VALUE 'SOD_CONFLI00001650
      -                            'CTO'.                               00001660
               10  CA-POS-CORR-PEND        PIC X(13)   VALUE 'POS_CORR_P00001670
      -                            'END'.                               00001680
               10  CA-PARM-CAMB-PEND       PIC X(14)   VALUE 'PARM_CAMB_00001690
      -                            'PEND'.                              00001700
               10  CA-TABLAS-AUDITORIA     PIC X(20)   VALUE 'HISTORICOS00001710
      -                            ' AUDITORIA'.                        00001720
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001730
      -                            'DUMMY1'.                            00001740
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001750
               10  CA-ESTADO-APROBADO      PIC X(01)   VALUE 'A'.       00001760
               10  CA-ALM-CORRECCIONES     PIC X(01)   VALUE 'C'.       00001770
               10  CA-ALM-PARAMETROS       PIC X(01)   VALUE 'P'.       00001780
               10  CA-AMBITO-OBJETO        PIC X(01)   VALUE 'O'.       00001790
               10  CA-AMBITO-USUARIO       PIC X(01)   VALUE 'U'.       00001800
               10  CA-DOMINIO-POSICION     PIC X(01)   VALUE 'S'.       00001810
               10  CA-GUION                PIC X(01)   VALUE '-'.       00001820
               10  CA-DIA-01               PIC X(03)   VALUE '-01'.     00001830
               10  CA-TXT-POSICION         PIC X(09)   VALUE            00001840
                   'POSICION '.                                         00001850
               10  CA-TXT-PARAMETRO        PIC X(10)   VALUE            00001860
                   'PARAMETRO '.                                        00001870
               10  CA-TXT-PERIODO          PIC X(30)   VALUE '(CUALQUIER00001880
      -                            ' OBJETO DEL PERIODO)'.              00001890
               10  CA-NOMBRE-CORRECCIONES  PIC X(22)   VALUE 'CORRECCION00001900
      -                            'ES DE SALDO '.                      00001910
               10  CA-NOMBRE-PARAMETROS    PIC X(22)   VALUE 'CAMBIOS DE00001920
      -                            ' PARAMETROS '.                      00001930
               10  CA-VALIDA               PIC X(08)   VALUE 'VALIDA'.  00001940
               10  CA-IGNORADA             PIC X(08)   VALUE 'IGNORADA'.00001950
               10  CA-SIN-MATRIZ           PIC X(35)   VALUE '    SIN FI00001960
      -                            'LAS VIGENTES EN LA MATRIZ'.         00001970
               10  CA-SIN-HALLAZGOS        PIC X(17)   VALUE '    SIN HA00001980
      -                            'LLAZGOS'.                           00001990
               10  CA-ERR-ABRIR            PIC X(25)   VALUE 'ERROR AL A00002000
      -                            'BRIR UN FICHERO'.                   00002010
               10  CA-ERR-CERRAR           PIC X(26)   VALUE 'ERROR AL C00002020
      -                            'ERRAR UN FICHERO'.                  00002030
               10  CA-ERR-ESCRIBIR         PIC X(37)   VALUE 'ERROR AL E00002040
      -                            'SCRIBIR EL FICHERO XXBASES1'.       00002050
               10  CA-ERR-PARAMETROS       PIC X(28)   VALUE 'PARAMETROS00002060
      -                            ' DE SYSIN ERRONEOS'.                00002070
               10  CA-ERR-FECHA            PIC X(39)   VALUE 'ERROR AL O00002080
      -                            'BTENER LAS FECHAS DEL PERIODO'.     00002090
               10  CA-ERR-CURSOR           PIC X(33)   VALUE 'ERROR EN U00002100
      -                            'N CURSOR DE LA REVISION'.           00002110
               10  CA-ERR-CONTAR           PIC X(32)   VALUE 'ERROR AL C00002120
      -                            'ONTAR LAS APROBACIONES'.            00002130
               10  CA-PRF-1050             PIC X(23)   VALUE '1050-VALID00002140
      -                            'AR-PARAMETROS'.                     00002150
               10  CA-PRF-1080             PIC X(19)   VALUE '1080-OBTEN00002160
      -                            'ER-FECHAS'.                         00002170
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002180
      -                            '-FICHEROS'.                         00002190
               10  CA-PRF-1210             PIC X(19)   VALUE '1210-ABRIR00002200
      -                            '-C-MATRIZ'.                         00002210
               10  CA-PRF-2010             PIC X(23)   VALUE '2010-ABRIR00002220
      -                            '-C-RECIPROCAS'.                     00002230
               10  CA-PRF-2310             PIC X(24)   VALUE '2310-CONTA00002240
      -                            'R-APROBACIONES'.                    00002250
               10  CA-PRF-2330             PIC X(24)   VALUE '2330-ABRIR00002260
      -                            '-C-APROBADORES'.                    00002270
               10  CA-PRF-2610             PIC X(22)   VALUE '2610-ABRIR00002280
      -                            '-C-ACTIVIDAD'.                      00002290
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002300
      -                            'R-FICHEROS'.                        00002310
               10  CA-PRF-9100             PIC X(16)   VALUE '9100-LEER-00002320
      -                            'MATRIZ'.                            00002330
               10  CA-PRF-9200             PIC X(19)   VALUE '9200-LEER-00002340
      -                            'RECIPROCA'.                         00002350
               10  CA-PRF-9250             PIC X(19)   VALUE '9250-LEER-00002360
      -                            'APROBADOR'.                         00002370
               10  CA-PRF-9280             PIC X(19)   VALUE '9280-LEER-00002380
      -                            'ACTIVIDAD'.                         00002390
               10  CA-PRF-9300             PIC X(21)   VALUE '9300-ESCRI00002400
      -                            'BIR-LISTADO'.                       00002410
                                                                        00002420
           05  CN-CONSTANTES-NUMERICAS.                                 00002430
               10  CN-1                    PIC 9(01)   VALUE 1.         00002440
               10  CN-100                  PIC 9(03)   VALUE 100.       00002450
               10  CN-NUM-ACTIVIDADES      PIC 9(02)   VALUE 6.         00002460
               10  CN-MAX-CONFLICTOS       PIC 9(03)   VALUE 100.       00002470
               10  CN-PCT-CONC-DEF         PIC 9(03)   VALUE 50.        00002480
               10  CN-MIN-CONC-DEF         PIC 9(05)   VALUE 10.        00002490
               10  CN-MIN-RECIP-DEF        PIC 9(03)   VALUE 1.         00002500
                                                                        00002510
      ******************************************************************00002520
      *                    C O N T A D O R E S                         *00002530
      ******************************************************************00002540
       01  CT-CONTADORES.                                               00002550
           05  CT-FILAS-MATRIZ             PIC 9(9)    VALUE ZEROES.    00002560
           05  CT-MATRIZ-IGNORADAS         PIC 9(9)    VALUE ZEROES.    00002570
           05  CT-PAREJAS-RECIPROCAS       PIC 9(9)    VALUE ZEROES.    00002580
           05  CT-APROBADORES              PIC 9(9)    VALUE ZEROES.    00002590
           05  CT-CONCENTRACIONES          PIC 9(9)    VALUE ZEROES.    00002600
           05  CT-GRUPOS-ACTIVIDAD         PIC 9(9)    VALUE ZEROES.    00002610
           05  CT-USUARIOS                 PIC 9(9)    VALUE ZEROES.    00002620
           05  CT-INCOMPATIBLES            PIC 9(9)    VALUE ZEROES.    00002630
                                                                        00002640
      ******************************************************************00002650
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002660
      ******************************************************************00002670
       01  WK-ESTADISTICA.                                              00002680
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002690
           05  WK-CAB-2                    PIC X(55)   VALUE            00002700
                   '* ESTADISTICAS DE XXBASEG                   *'.     00002710
           05  WK-CAB-3.                                                00002720
               10  FILLER                  PIC X(45)   VALUE            00002730
                   '* FILAS DE LA MATRIZ DE CONFLICTOS:        '.       00002740
               10  WK-FILAS-MATRIZ-ED      PIC ZZZZZZZZ9.               00002750
               10  FILLER                  PIC X(01)   VALUE '*'.       00002760
           05  WK-CAB-4.                                                00002770
               10  FILLER                  PIC X(45)   VALUE            00002780
                   '* FILAS DE LA MATRIZ IGNORADAS:            '.       00002790
               10  WK-MATRIZ-IGNORADAS-ED  PIC ZZZZZZZZ9.               00002800
               10  FILLER                  PIC X(01)   VALUE '*'.       00002810
           05  WK-CAB-5.                                                00002820
               10  FILLER                  PIC X(45)   VALUE            00002830
                   '* PAREJAS CON APROBACION RECIPROCA:        '.       00002840
               10  WK-RECIPROCAS-ED        PIC ZZZZZZZZ9.               00002850
               10  FILLER                  PIC X(01)   VALUE '*'.       00002860
           05  WK-CAB-6.                                                00002870
               10  FILLER                  PIC X(45)   VALUE            00002880
                   '* APROBADORES REVISADOS:                   '.       00002890
               10  WK-APROBADORES-ED       PIC ZZZZZZZZ9.               00002900
               10  FILLER                  PIC X(01)   VALUE '*'.       00002910
           05  WK-CAB-7.                                                00002920
               10  FILLER                  PIC X(45)   VALUE            00002930
                   '* CONCENTRACIONES DE APROBACIONES:         '.       00002940
               10  WK-CONCENTRACIONES-ED   PIC ZZZZZZZZ9.               00002950
               10  FILLER                  PIC X(01)   VALUE '*'.       00002960
           05  WK-CAB-8.                                                00002970
               10  FILLER                  PIC X(45)   VALUE            00002980
                   '* USUARIOS CON ACTIVIDAD EN EL PERIODO:    '.       00002990
               10  WK-USUARIOS-ED          PIC ZZZZZZZZ9.               00003000
               10  FILLER                  PIC X(01)   VALUE '*'.       00003010
           05  WK-CAB-9.                                                00003020
               10  FILLER                  PIC X(45)   VALUE            00003030
                   '* COMBINACIONES INCOMPATIBLES:             '.       00003040
               10  WK-INCOMPATIBLES-ED     PIC ZZZZZZZZ9.               00003050
               10  FILLER                  PIC X(01)   VALUE '*'.       00003060
                                                                        00003070
      ******************************************************************00003080
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003090
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003100
      ******************************************************************00003110
       01  WK-CANCELACION-BATCH.                                        00003120
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003130
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003140
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003150
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBASEG'. 00003160
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003170
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003180
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003190
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003200
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003210
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003220
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003230
                                                                        00003240
      ******************************************************************00003250
      *                      F I L E  S T A T U S                      *00003260
      ******************************************************************00003270
       01  FS-FILE-STATUS.                                              00003280
           05  FS-XXBASES1                 PIC X(02).                   00003290
                                                                        00003300
      ******************************************************************00003310
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003320
      ******************************************************************00003330
       01  WK-PARAMETROS-SYSIN.                                         00003340
           05  WK-PERIODO-AN               PIC X(07)   VALUE SPACES.    00003350
           05  WK-PERIODO-AN-R             REDEFINES WK-PERIODO-AN.     00003360
               10  WK-PER-AAAA             PIC X(04).                   00003370
               10  WK-PER-GUION            PIC X(01).                   00003380
               10  WK-PER-MM               PIC X(02).                   00003390
           05  WK-PCT-CONC-AN              PIC X(03)   VALUE SPACES.    00003400
           05  WK-MIN-CONC-AN              PIC X(05)   VALUE SPACES.    00003410
           05  WK-MIN-RECIP-AN             PIC X(03)   VALUE SPACES.    00003420
                                                                        00003430
      ******************************************************************00003440
      * UMBRALES Y FECHAS DEL PERIODO REVISADO (AAAA-MM-DD).           *00003450
      ******************************************************************00003460
       01  WK-UMBRALES.                                                 00003470
           05  WK-PCT-CONC                 PIC 9(03)   VALUE ZEROES.    00003480
           05  WK-MIN-CONC                 PIC S9(09) COMP VALUE ZEROES.00003490
           05  WK-MIN-RECIP                PIC S9(09) COMP VALUE ZEROES.00003500
                                                                        00003510
       01  WK-FECHA-PROCESO                PIC X(10)   VALUE SPACES.    00003520
       01  WK-FECHA-DESDE                  PIC X(10)   VALUE SPACES.    00003530
       01  WK-FECHA-HASTA                  PIC X(10)   VALUE SPACES.    00003540
                                                                        00003550
      ******************************************************************00003560
      * CATALOGO DE ACTIVIDADES QUE PUEDEN FIGURAR EN LA MATRIZ DE     *00003570
      * CONFLICTOS.                                                    *00003580
      ******************************************************************00003590
       01  WK-CATALOGO-ACTIVIDADES.                                     00003600
           05  FILLER                      PIC X(32)   VALUE            00003610
               'CSSOLICITA CORRECCION DE SALDO  '.                      00003620
           05  FILLER                      PIC X(32)   VALUE            00003630
               'CAAPRUEBA CORRECCION DE SALDO   '.                      00003640
           05  FILLER                      PIC X(32)   VALUE            00003650
               'PSSOLICITA CAMBIO DE PARAMETRO  '.                      00003660
           05  FILLER                      PIC X(32)   VALUE            00003670
               'PAAPRUEBA CAMBIO DE PARAMETRO   '.                      00003680
           05  FILLER                      PIC X(32)   VALUE            00003690
               'PMMODIFICA PARAMETRO (HISTORICO)'.                      00003700
           05  FILLER                      PIC X(32)   VALUE            00003710
               'PPMODIFICA POSICION (HISTORICO) '.                      00003720
       01  WK-CATALOGO-R                   REDEFINES                    00003730
           WK-CATALOGO-ACTIVIDADES.                                     00003740
           05  WK-ACTIVIDAD-TAB            OCCURS 6 TIMES.              00003750
               10  WK-AC-CODIGO            PIC X(02).                   00003760
               10  WK-AC-DESCRIPCION       PIC X(30).                   00003770
                                                                        00003780
       01  WK-BUSQUEDA-ACTIVIDAD.                                       00003790
           05  WK-IDX-ACTIVIDAD            PIC 9(02)   VALUE ZEROES.    00003800
           05  WK-CODIGO-BUSCADO           PIC X(02)   VALUE SPACES.    00003810
           05  WK-IDX-ENCONTRADO           PIC 9(02)   VALUE ZEROES.    00003820
                                                                        00003830
      ******************************************************************00003840
      * MATRIZ DE CONFLICTOS VIGENTE AL FINAL DEL PERIODO. SOLO SE     *00003850
      * GUARDAN LAS FILAS VALIDAS, CON LAS ACTIVIDADES YA TRADUCIDAS A *00003860
      * SU POSICION EN EL CATALOGO.                                    *00003870
      ******************************************************************00003880
       01  WK-MATRIZ.                                                   00003890
           05  WK-NUM-CONFLICTOS           PIC 9(03)   VALUE ZEROES.    00003900
           05  WK-IDX-CONFLICTO            PIC 9(03)   VALUE ZEROES.    00003910
           05  WK-CONFLICTO-TAB            OCCURS 100 TIMES.            00003920
               10  WK-CF-ACT1              PIC 9(02).                   00003930
               10  WK-CF-ACT2              PIC 9(02).                   00003940
               10  WK-CF-AMBITO            PIC X(01).                   00003950
               10  WK-CF-DESCONF           PIC X(40).                   00003960
                                                                        00003970
      ******************************************************************00003980
      * ACUMULADOS DE ACTIVIDAD DEL OBJETO Y DEL USUARIO EN CURSO, POR *00003990
      * POSICION DEL CATALOGO.                                         *00004000
      ******************************************************************00004010
       01  WK-ACUM-OBJETO.                                              00004020
           05  WK-AO-NUM                   PIC S9(09) COMP              00004030
                                           OCCURS 6 TIMES.              00004040
       01  WK-ACUM-USUARIO.                                             00004050
           05  WK-AU-NUM                   PIC S9(09) COMP              00004060
                                           OCCURS 6 TIMES.              00004070
                                                                        00004080
       01  WK-USUARIO-ANTERIOR             PIC X(08)   VALUE SPACES.    00004090
       01  WK-OBJETO-ANTERIOR              PIC X(21)   VALUE SPACES.    00004100
                                                                        00004110
      ******************************************************************00004120
      * FILA LEIDA DEL CURSOR DE ACTIVIDAD Y VISTAS DEL OBJETO.        *00004130
      ******************************************************************00004140
       01  WK-ACTIVIDAD-LEIDA.                                          00004150
           05  WK-ACT-USUARIO              PIC X(08)   VALUE SPACES.    00004160
           05  WK-ACT-OBJETO               PIC X(21)   VALUE SPACES.    00004170
           05  WK-ACT-CODIGO               PIC X(02)   VALUE SPACES.    00004180
           05  WK-ACT-NUM                  PIC S9(09) COMP VALUE ZEROES.00004190
                                                                        00004200
       01  WK-OBJETO                       PIC X(21)   VALUE SPACES.    00004210
       01  WK-OBJETO-S                     REDEFINES WK-OBJETO.         00004220
           05  WK-OS-DOMINIO               PIC X(01).                   00004230
           05  WK-OS-IDEMPRD               PIC X(04).                   00004240
           05  WK-OS-IDCENTD               PIC X(04).                   00004250
           05  WK-OS-IDPRODD               PIC X(03).                   00004260
           05  WK-OS-CODSPROD              PIC X(03).                   00004270
           05  WK-OS-CTOSALDO              PIC X(03).                   00004280
           05  WK-OS-CODMONSW              PIC X(03).                   00004290
       01  WK-OBJETO-P                     REDEFINES WK-OBJETO.         00004300
           05  FILLER                      PIC X(01).                   00004310
           05  WK-OP-TABLA                 PIC X(03).                   00004320
           05  WK-OP-CDGENTI               PIC X(04).                   00004330
           05  WK-OP-CDGPRODU              PIC X(03).                   00004340
           05  WK-OP-CDGSUBP               PIC X(03).                   00004350
           05  WK-OP-PANUMPAR              PIC X(03).                   00004360
           05  FILLER                      PIC X(04).                   00004370
                                                                        00004380
       01  WK-OBJETO-ED                    PIC X(40)   VALUE SPACES.    00004390
                                                                        00004400
      ******************************************************************00004410
      * DATOS DE LAS PAREJAS RECIPROCAS Y DE LA CONCENTRACION.         *00004420
      ******************************************************************00004430
       01  WK-RECIPROCA.                                                00004440
           05  WK-RC-OPERADOR-A            PIC X(08)   VALUE SPACES.    00004450
           05  WK-RC-OPERADOR-B            PIC X(08)   VALUE SPACES.    00004460
           05  WK-RC-CORR-AB               PIC S9(09) COMP VALUE ZEROES.00004470
           05  WK-RC-PARM-AB               PIC S9(09) COMP VALUE ZEROES.00004480
           05  WK-RC-CORR-BA               PIC S9(09) COMP VALUE ZEROES.00004490
           05  WK-RC-PARM-BA               PIC S9(09) COMP VALUE ZEROES.00004500
                                                                        00004510
       01  WK-APROBADOR.                                                00004520
           05  WK-AP-ALMACEN               PIC X(01)   VALUE SPACES.    00004530
           05  WK-AP-OPERADOR              PIC X(08)   VALUE SPACES.    00004540
           05  WK-AP-NUM                   PIC S9(09) COMP VALUE ZEROES.00004550
           05  WK-AP-TOTAL                 PIC S9(09) COMP VALUE ZEROES.00004560
           05  WK-AP-PORCENTAJE            PIC 9(03)V9(02) VALUE ZEROES.00004570
                                                                        00004580
       01  WK-TOTAL-CORRECCIONES           PIC S9(09) COMP VALUE ZEROES.00004590
       01  WK-TOTAL-PARAMETROS             PIC S9(09) COMP VALUE ZEROES.00004600
                                                                        00004610
      ******************************************************************00004620
      *                 L I N E A S  D E  I N F O R M E                *00004630
      ******************************************************************00004640
       01  WK-LINEA-CABECERA.                                           00004650
           05  FILLER                      PIC X(54)   VALUE            00004660
               'XXBASEG - REVISION MENSUAL DE SEGREGACION DE FUNCIONES'.00004670
           05  FILLER                      PIC X(11)   VALUE            00004680
                                   ' - PERIODO '.                       00004690
           05  WC-PERIODO                  PIC X(07).                   00004700
           05  FILLER                      PIC X(09)   VALUE            00004710
                                   ' - FECHA '.                         00004720
           05  WC-FECHA-PROCESO            PIC X(10).                   00004730
           05  FILLER                      PIC X(41)   VALUE SPACES.    00004740
                                                                        00004750
       01  WK-LINEA-PARAMETROS.                                         00004760
           05  FILLER                      PIC X(26)   VALUE            00004770
                                   'UMBRAL DE CONCENTRACION: '.         00004780
           05  WP-PCT-CONC                 PIC ZZ9.                     00004790
           05  FILLER                      PIC X(26)   VALUE            00004800
                                   ' %  MINIMO DEL ALMACEN: '.          00004810
           05  WP-MIN-CONC                 PIC ZZZZ9.                   00004820
           05  FILLER                      PIC X(33)   VALUE            00004830
                                   '  MINIMO POR SENTIDO RECIPROCO: '.  00004840
           05  WP-MIN-RECIP                PIC ZZ9.                     00004850
           05  FILLER                      PIC X(36)   VALUE SPACES.    00004860
                                                                        00004870
       01  WK-LINEA-TITULO.                                             00004880
           05  WT-TITULO                   PIC X(60).                   00004890
           05  FILLER                      PIC X(72)   VALUE SPACES.    00004900
                                                                        00004910
       01  WK-LINEA-TIT-MATRIZ.                                         00004920
           05  FILLER                      PIC X(04)   VALUE SPACES.    00004930
           05  FILLER                      PIC X(06)   VALUE 'ACT.1'.   00004940
           05  FILLER                      PIC X(06)   VALUE 'ACT.2'.   00004950
           05  FILLER                      PIC X(08)   VALUE 'AMBITO'.  00004960
           05  FILLER                      PIC X(42)   VALUE            00004970
                                   'DESCRIPCION DEL CONFLICTO'.         00004980
           05  FILLER                      PIC X(66)   VALUE            00004990
                                   'SITUACION'.                         00005000
                                                                        00005010
       01  WK-LINEA-MATRIZ.                                             00005020
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005030
           05  WM-CODACT1                  PIC X(02).                   00005040
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005050
           05  WM-CODACT2                  PIC X(02).                   00005060
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005070
           05  WM-AMBITO                   PIC X(01).                   00005080
           05  FILLER                      PIC X(07)   VALUE SPACES.    00005090
           05  WM-DESCONF                  PIC X(40).                   00005100
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005110
           05  WM-SITUACION                PIC X(08).                   00005120
           05  FILLER                      PIC X(58)   VALUE SPACES.    00005130
                                                                        00005140
       01  WK-LINEA-TIT-RECIPROCAS.                                     00005150
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005160
           05  FILLER                      PIC X(10)   VALUE            00005170
                                   'OPER. A'.                           00005180
           05  FILLER                      PIC X(10)   VALUE            00005190
                                   'OPER. B'.                           00005200
           05  FILLER                      PIC X(14)   VALUE            00005210
                                   '  CORREC. A->B'.                    00005220
           05  FILLER                      PIC X(14)   VALUE            00005230
                                   '  PARAMET A->B'.                    00005240
           05  FILLER                      PIC X(14)   VALUE            00005250
                                   '  CORREC. B->A'.                    00005260
           05  FILLER                      PIC X(14)   VALUE            00005270
                                   '  PARAMET B->A'.                    00005280
           05  FILLER                      PIC X(52)   VALUE SPACES.    00005290
                                                                        00005300
       01  WK-LINEA-RECIPROCA.                                          00005310
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005320
           05  WR-OPERADOR-A               PIC X(08).                   00005330
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005340
           05  WR-OPERADOR-B               PIC X(08).                   00005350
           05  FILLER                      PIC X(07)   VALUE SPACES.    00005360
           05  WR-CORR-AB                  PIC ZZZZZZZZ9.               00005370
           05  FILLER                      PIC X(05)   VALUE SPACES.    00005380
           05  WR-PARM-AB                  PIC ZZZZZZZZ9.               00005390
           05  FILLER                      PIC X(05)   VALUE SPACES.    00005400
           05  WR-CORR-BA                  PIC ZZZZZZZZ9.               00005410
           05  FILLER                      PIC X(05)   VALUE SPACES.    00005420
           05  WR-PARM-BA                  PIC ZZZZZZZZ9.               00005430
           05  FILLER                      PIC X(52)   VALUE SPACES.    00005440
                                                                        00005450
       01  WK-LINEA-TIT-CONCENTRACION.                                  00005460
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005470
           05  FILLER                      PIC X(24)   VALUE 'ALMACEN'. 00005480
           05  FILLER                      PIC X(10)   VALUE            00005490
                                   'OPERADOR'.                          00005500
           05  FILLER                      PIC X(14)   VALUE            00005510
                                   '  APROBACIONES'.                    00005520
           05  FILLER                      PIC X(14)   VALUE            00005530
                                   '  TOTAL ALMAC.'.                    00005540
           05  FILLER                      PIC X(10)   VALUE            00005550
                                   '   % TOTAL'.                        00005560
           05  FILLER                      PIC X(56)   VALUE SPACES.    00005570
                                                                        00005580
       01  WK-LINEA-CONCENTRACION.                                      00005590
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005600
           05  WN-ALMACEN                  PIC X(22).                   00005610
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005620
           05  WN-OPERADOR                 PIC X(08).                   00005630
           05  FILLER                      PIC X(07)   VALUE SPACES.    00005640
           05  WN-APROBACIONES             PIC ZZZZZZZZ9.               00005650
           05  FILLER                      PIC X(05)   VALUE SPACES.    00005660
           05  WN-TOTAL                    PIC ZZZZZZZZ9.               00005670
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005680
           05  WN-PORCENTAJE               PIC ZZ9,99.                  00005690
           05  FILLER                      PIC X(56)   VALUE SPACES.    00005700
                                                                        00005710
       01  WK-LINEA-ALMACEN-NO-EVALUADO.                                00005720
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005730
           05  WV-ALMACEN                  PIC X(22).                   00005740
           05  FILLER                      PIC X(02)   VALUE ': '.      00005750
           05  WV-TOTAL                    PIC ZZZZZZZZ9.               00005760
           05  FILLER                      PIC X(53)   VALUE            00005770
               ' APROBACIONES, POR DEBAJO DEL MINIMO. NO SE EVALUA.'.   00005780
           05  FILLER                      PIC X(42)   VALUE SPACES.    00005790
                                                                        00005800
       01  WK-LINEA-TIT-CONFLICTOS.                                     00005810
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005820
           05  FILLER                      PIC X(10)   VALUE            00005830
                                   'OPERADOR'.                          00005840
           05  FILLER                      PIC X(34)   VALUE            00005850
                                   'ACTIVIDAD 1'.                       00005860
           05  FILLER                      PIC X(08)   VALUE            00005870
                                   ' VECES'.                            00005880
           05  FILLER                      PIC X(34)   VALUE            00005890
                                   'ACTIVIDAD 2'.                       00005900
           05  FILLER                      PIC X(42)   VALUE            00005910
                                   ' VECES'.                            00005920
                                                                        00005930
       01  WK-LINEA-CONFLICTO.                                          00005940
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005950
           05  WI-OPERADOR                 PIC X(08).                   00005960
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005970
           05  WI-CODACT1                  PIC X(02).                   00005980
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005990
           05  WI-DESACT1                  PIC X(30).                   00006000
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006010
           05  WI-NUM1                     PIC ZZZZZ9.                  00006020
           05  FILLER                      PIC X(02)   VALUE SPACES.    00006030
           05  WI-CODACT2                  PIC X(02).                   00006040
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006050
           05  WI-DESACT2                  PIC X(30).                   00006060
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006070
           05  WI-NUM2                     PIC ZZZZZ9.                  00006080
           05  FILLER                      PIC X(36)   VALUE SPACES.    00006090
                                                                        00006100
       01  WK-LINEA-CONFLICTO-2.                                        00006110
           05  FILLER                      PIC X(14)   VALUE SPACES.    00006120
           05  FILLER                      PIC X(11)   VALUE            00006130
                                   'CONFLICTO: '.                       00006140
           05  WI-DESCONF                  PIC X(40).                   00006150
           05  FILLER                      PIC X(09)   VALUE            00006160
                                   '  SOBRE: '.                         00006170
           05  WI-OBJETO                   PIC X(40).                   00006180
           05  FILLER                      PIC X(18)   VALUE SPACES.    00006190
                                                                        00006200
       01  WK-LINEA-TOTAL.                                              00006210
           05  FILLER                      PIC X(04)   VALUE SPACES.    00006220
           05  WL-LITERAL                  PIC X(40).                   00006230
           05  WL-TOTAL                    PIC ZZZZZZZZ9.               00006240
           05  FILLER                      PIC X(79)   VALUE SPACES.    00006250
                                                                        00006260
      ******************************************************************00006270
      * TEXTOS DE TITULOS Y TOTALES DEL LISTADO.                       *00006280
      ******************************************************************00006290
       01  WK-TEXTOS.                                                   00006300
           05  CA-TIT-MATRIZ               PIC X(60)   VALUE            00006310
               'MATRIZ DE CONFLICTOS VIGENTE AL CIERRE DEL PERIODO'.    00006320
           05  CA-TIT-RECIPROCAS           PIC X(60)   VALUE            00006330
               'APROBACIONES RECIPROCAS ENTRE OPERADORES'.              00006340
           05  CA-TIT-CONCENTRACION        PIC X(60)   VALUE            00006350
               'CONCENTRACION DE APROBACIONES EN UN OPERADOR'.          00006360
           05  CA-TIT-CONFLICTOS           PIC X(60)   VALUE            00006370
               'COMBINACIONES INCOMPATIBLES SEGUN LA MATRIZ'.           00006380
           05  CA-TOT-RECIPROCAS           PIC X(40)   VALUE            00006390
               'TOTAL PAREJAS RECIPROCAS:'.                             00006400
           05  CA-TOT-CONCENTRACION        PIC X(40)   VALUE            00006410
               'TOTAL CONCENTRACIONES:'.                                00006420
           05  CA-TOT-CONFLICTOS           PIC X(40)   VALUE            00006430
               'TOTAL COMBINACIONES INCOMPATIBLES:'.                    00006440
                                                                        00006450
      *----------------------------------------------------------------*00006460
      * AREA DE COMUNICACION CON DB2                                   *00006470
      *----------------------------------------------------------------*00006480
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00006490
                                                                        00006500
      * -- DCLGEN DE LA TABLA SOD_CONFLICTO.                            00006510
           EXEC SQL INCLUDE D4467500 END-EXEC.                          00006520
                                                                        00006530
      ******************************************************************00006540
      *                       PROCEDURE DIVISION                       *00006550
      ******************************************************************00006560
       PROCEDURE DIVISION.                                              00006570
                                                                        00006580
           PERFORM 1000-INICIO                                          00006590
              THRU 1000-INICIO-EXIT                                     00006600
                                                                        00006610
           PERFORM 2000-PAREJAS-RECIPROCAS                              00006620
              THRU 2000-PAREJAS-RECIPROCAS-EXIT                         00006630
                                                                        00006640
           PERFORM 2300-CONCENTRACION                                   00006650
              THRU 2300-CONCENTRACION-EXIT                              00006660
                                                                        00006670
           PERFORM 2600-MATRIZ-CONFLICTOS                               00006680
              THRU 2600-MATRIZ-CONFLICTOS-EXIT                          00006690
                                                                        00006700
           PERFORM 3000-FIN                                             00006710
              THRU 3000-FIN-EXIT                                        00006720
                                                                        00006730
           .                                                            00006740
                                                                        00006750
      ******************************************************************00006760
      ***                   1000-INICIO                              ***00006770
      ***                   -----------                              ***00006780
      * SE VALIDAN LOS PARAMETROS, SE OBTIENEN LAS FECHAS DEL PERIODO, *00006790
      * SE ABRE EL LISTADO CON SU CABECERA Y SE CARGA LA MATRIZ DE     *00006800
      * CONFLICTOS VIGENTE.                                            *00006810
      ******************************************************************00006820
       1000-INICIO.                                                     00006830
                                                                        00006840
           INITIALIZE CT-CONTADORES                                     00006850
                                                                        00006860
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00006870
                                                                        00006880
           PERFORM 1050-VALIDAR-PARAMETROS                              00006890
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00006900
                                                                        00006910
           PERFORM 1080-OBTENER-FECHAS                                  00006920
              THRU 1080-OBTENER-FECHAS-EXIT                             00006930
                                                                        00006940
           PERFORM 1100-ABRIR-FICHEROS                                  00006950
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006960
                                                                        00006970
           MOVE WK-PERIODO-AN                TO WC-PERIODO              00006980
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00006990
                                                                        00007000
           MOVE WK-LINEA-CABECERA            TO REG-XXBASES1            00007010
           PERFORM 9300-ESCRIBIR-LISTADO                                00007020
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007030
                                                                        00007040
           MOVE WK-PCT-CONC                  TO WP-PCT-CONC             00007050
           MOVE WK-MIN-CONC                  TO WP-MIN-CONC             00007060
           MOVE WK-MIN-RECIP                 TO WP-MIN-RECIP            00007070
                                                                        00007080
           MOVE WK-LINEA-PARAMETROS          TO REG-XXBASES1            00007090
           PERFORM 9300-ESCRIBIR-LISTADO                                00007100
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00007110
                                                                        00007120
           PERFORM 1200-CARGAR-MATRIZ                                   00007130
              THRU 1200-CARGAR-MATRIZ-EXIT                              00007140
                                                                        00007150
           .                                                            00007160
       1000-INICIO-EXIT.                                                00007170
           EXIT.                                                        00007180
                                                                        00007190
      ******************************************************************00007200
      ***                   1050-VALIDAR-PARAMETROS                  ***00007210
      ***                   -----------------------                  ***00007220
      * SE VALIDAN EL PERIODO Y LOS UMBRALES. UN PARAMETRO EN BLANCO   *00007230
      * TOMA SU VALOR POR DEFECTO; UNO NO NUMERICO O A CERO CANCELA EL *00007240
      * PROCESO. EL PERIODO EN BLANCO SE RESUELVE EN 1080.             *00007250
      ******************************************************************00007260
       1050-VALIDAR-PARAMETROS.                                         00007270
                                                                        00007280
           IF  WK-PERIODO-AN NOT = SPACES                               00007290
               IF  WK-PER-AAAA NOT NUMERIC                              00007300
                OR WK-PER-GUION NOT = CA-GUION                          00007310
                OR WK-PER-MM NOT NUMERIC                                00007320
                OR WK-PER-MM < '01'                                     00007330
                OR WK-PER-MM > '12'                                     00007340
                   GO TO 1050-ERROR-PARAMETROS                          00007350
               END-IF                                                   00007360
           END-IF                                                       00007370
                                                                        00007380
           IF  WK-PCT-CONC-AN = SPACES                                  00007390
               MOVE CN-PCT-CONC-DEF          TO WK-PCT-CONC             00007400
           ELSE                                                         00007410
               IF  WK-PCT-CONC-AN NOT NUMERIC                           00007420
                OR WK-PCT-CONC-AN = '000'                               00007430
                OR WK-PCT-CONC-AN > '100'                               00007440
                   GO TO 1050-ERROR-PARAMETROS                          00007450
               END-IF                                                   00007460
               MOVE WK-PCT-CONC-AN           TO WK-PCT-CONC             00007470
           END-IF                                                       00007480
                                                                        00007490
           IF  WK-MIN-CONC-AN = SPACES                                  00007500
               MOVE CN-MIN-CONC-DEF          TO WK-MIN-CONC             00007510
           ELSE                                                         00007520
               IF  WK-MIN-CONC-AN NOT NUMERIC                           00007530
                OR WK-MIN-CONC-AN = '00000'                             00007540
                   GO TO 1050-ERROR-PARAMETROS                          00007550
               END-IF                                                   00007560
               MOVE WK-MIN-CONC-AN           TO WK-MIN-CONC             00007570
           END-IF                                                       00007580
                                                                        00007590
           IF  WK-MIN-RECIP-AN = SPACES                                 00007600
               MOVE CN-MIN-RECIP-DEF         TO WK-MIN-RECIP            00007610
           ELSE                                                         00007620
               IF  WK-MIN-RECIP-AN NOT NUMERIC                          00007630
                OR WK-MIN-RECIP-AN = '000'                              00007640
                   GO TO 1050-ERROR-PARAMETROS                          00007650
               END-IF                                                   00007660
               MOVE WK-MIN-RECIP-AN          TO WK-MIN-RECIP            00007670
           END-IF                                                       00007680
                                                                        00007690
           GO TO 1050-VALIDAR-PARAMETROS-EXIT                           00007700
                                                                        00007710
           .                                                            00007720
       1050-ERROR-PARAMETROS.                                           00007730
                                                                        00007740
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00007750
           MOVE CA-ERR-PARAMETROS            TO WK-DESCRIPCION          00007760
           MOVE CA-PRF-1050                  TO WK-PARRAFO              00007770
           MOVE WK-PARAMETROS-SYSIN          TO WK-DATOS-REGISTRO       00007780
                                                                        00007790
           PERFORM 9000-CANCELACION                                     00007800
              THRU 9000-CANCELACION-EXIT                                00007810
                                                                        00007820
           .                                                            00007830
       1050-VALIDAR-PARAMETROS-EXIT.                                    00007840
           EXIT.                                                        00007850
                                                                        00007860
      ******************************************************************00007870
      ***                   1080-OBTENER-FECHAS                      ***00007880
      ***                   -------------------                      ***00007890
      * SE OBTIENEN DE DB2 LA FECHA DEL PROCESO Y EL PRIMER Y ULTIMO   *00007900
      * DIA DEL PERIODO. SIN PERIODO EN SYSIN SE REVISA EL MES         *00007910
      * ANTERIOR AL DE LA EJECUCION.                                   *00007920
      ******************************************************************00007930
       1080-OBTENER-FECHAS.                                             00007940
                                                                        00007950
           IF  WK-PERIODO-AN = SPACES                                   00007960
               EXEC SQL                                                 00007970
                    SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),    00007980
                                  1, 7)                                 00007990
                      INTO :WK-PERIODO-AN                               00008000
                      FROM SYSIBM.SYSDUMMY1                             00008010
               END-EXEC                                                 00008020
                                                                        00008030
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00008040
                                                                        00008050
               IF  NOT DB2-OK                                           00008060
                   GO TO 1080-ERROR-FECHAS                              00008070
               END-IF                                                   00008080
           END-IF                                                       00008090
                                                                        00008100
           STRING WK-PERIODO-AN              DELIMITED BY SIZE          00008110
                  CA-DIA-01                  DELIMITED BY SIZE          00008120
             INTO WK-FECHA-DESDE                                        00008130
           END-STRING                                                   00008140
                                                                        00008150
           EXEC SQL                                                     00008160
                SELECT CHAR(CURRENT DATE, ISO),                         00008170
                       CHAR(DATE(:WK-FECHA-DESDE) + 1 MONTH - 1 DAY,    00008180
                            ISO)                                        00008190
                  INTO :WK-FECHA-PROCESO,                               00008200
                       :WK-FECHA-HASTA                                  00008210
                  FROM SYSIBM.SYSDUMMY1                                 00008220
           END-EXEC                                                     00008230
                                                                        00008240
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008250
                                                                        00008260
           IF  DB2-OK                                                   00008270
               GO TO 1080-OBTENER-FECHAS-EXIT                           00008280
           END-IF                                                       00008290
                                                                        00008300
           .                                                            00008310
       1080-ERROR-FECHAS.                                               00008320
                                                                        00008330
           MOVE CA-ERROR-D                   TO WK-TIPO-ERROR           00008340
           MOVE CA-ERR-FECHA                 TO WK-DESCRIPCION          00008350
           MOVE CA-PRF-1080                  TO WK-PARRAFO              00008360
           MOVE CA-XXBASEG                   TO WK-RUTINA               00008370
           MOVE CA-SYSDUMMY1                 TO WK-TABLA-DB2            00008380
           MOVE CA-SELECT                    TO WK-DATOS-ACCESO         00008390
                                                                        00008400
           PERFORM 9000-CANCELACION                                     00008410
              THRU 9000-CANCELACION-EXIT                                00008420
                                                                        00008430
           .                                                            00008440
       1080-OBTENER-FECHAS-EXIT.                                        00008450
           EXIT.                                                        00008460
                                                                        00008470
      ******************************************************************00008480
      ***                   1100-ABRIR-FICHEROS                      ***00008490
      ***                   -------------------                      ***00008500
      * SE REALIZA LA APERTURA DEL FICHERO.                            *00008510
      ******************************************************************00008520
       1100-ABRIR-FICHEROS.                                             00008530
                                                                        00008540
           OPEN OUTPUT XXBASES1                                         00008550
                                                                        00008560
           IF  FS-XXBASES1 NOT = CA-FS-OK                               00008570
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008580
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00008590
               MOVE CA-PRF-1100              TO WK-PARRAFO              00008600
               MOVE CA-XXBASES1              TO WK-DDNAME               00008610
               MOVE FS-XXBASES1              TO WK-FILE-STATUS          00008620
                                                                        00008630
               PERFORM 9000-CANCELACION                                 00008640
                  THRU 9000-CANCELACION-EXIT                            00008650
                                                                        00008660
           END-IF                                                       00008670
                                                                        00008680
           .                                                            00008690
       1100-ABRIR-FICHEROS-EXIT.                                        00008700
           EXIT.                                                        00008710
                                                                        00008720
      ******************************************************************00008730
      ***                   1200-CARGAR-MATRIZ                       ***00008740
      ***                   ------------------                       ***00008750
      * SE CARGAN EN MEMORIA LAS FILAS DE SOD_CONFLICTO VIGENTES EL    *00008760
      * ULTIMO DIA DEL PERIODO, LISTANDO CADA UNA CON SU SITUACION.    *00008770
      * SE IGNORAN LAS QUE TIENEN UNA ACTIVIDAD DESCONOCIDA, LAS DOS   *00008780
      * ACTIVIDADES IGUALES O UN AMBITO DISTINTO DE 'O' Y 'U'.         *00008790
      ******************************************************************00008800
       1200-CARGAR-MATRIZ.                                              00008810
                                                                        00008820
           MOVE CA-TIT-MATRIZ                TO WT-TITULO               00008830
                                                                        00008840
           PERFORM 9400-ESCRIBIR-TITULO                                 00008850
              THRU 9400-ESCRIBIR-TITULO-EXIT                            00008860
                                                                        00008870
           MOVE WK-LINEA-TIT-MATRIZ          TO REG-XXBASES1            00008880
           PERFORM 9300-ESCRIBIR-LISTADO                                00008890
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008900
                                                                        00008910
           MOVE ZEROES                       TO WK-NUM-CONFLICTOS       00008920
           SET NO-FIN-MATRIZ                 TO TRUE                    00008930
                                                                        00008940
           PERFORM 1210-ABRIR-C-MATRIZ                                  00008950
              THRU 1210-ABRIR-C-MATRIZ-EXIT                             00008960
                                                                        00008970
           PERFORM 9100-LEER-MATRIZ                                     00008980
              THRU 9100-LEER-MATRIZ-EXIT                                00008990
                                                                        00009000
           PERFORM 1220-TRATAR-FILA-MATRIZ                              00009010
              THRU 1220-TRATAR-FILA-MATRIZ-EXIT                         00009020
             UNTIL SI-FIN-MATRIZ                                        00009030
                                                                        00009040
           EXEC SQL                                                     00009050
                CLOSE C-MATRIZ                                          00009060
           END-EXEC                                                     00009070
                                                                        00009080
           IF  CT-FILAS-MATRIZ = ZEROES                                 00009090
               MOVE CA-SIN-MATRIZ            TO REG-XXBASES1            00009100
               PERFORM 9300-ESCRIBIR-LISTADO                            00009110
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00009120
           END-IF                                                       00009130
                                                                        00009140
           .                                                            00009150
       1200-CARGAR-MATRIZ-EXIT.                                         00009160
           EXIT.                                                        00009170
                                                                        00009180
      ******************************************************************00009190
      ***                   1210-ABRIR-C-MATRIZ                      ***00009200
      ***                   -------------------                      ***00009210
      * SE DECLARA Y ABRE EL CURSOR DE LA MATRIZ DE CONFLICTOS.        *00009220
      ******************************************************************00009230
       1210-ABRIR-C-MATRIZ.                                             00009240
                                                                        00009250
           EXEC SQL                                                     00009260
                DECLARE C-MATRIZ CURSOR FOR                             00009270
                SELECT G3225_CODACT1, G3225_CODACT2,                    00009280
                       G3225_AMBITO,  G3225_DESCONF                     00009290
                  FROM SOD_CONFLICTO                                    00009300
                 WHERE G3225_FECALTA <= :WK-FECHA-HASTA                 00009310
                   AND G3225_FEBAJA  >= :WK-FECHA-HASTA                 00009320
                 ORDER BY G3225_CODACT1, G3225_CODACT2,                 00009330
                          G3225_AMBITO                                  00009340
           END-EXEC                                                     00009350
                                                                        00009360
           EXEC SQL                                                     00009370
                OPEN C-MATRIZ                                           00009380
           END-EXEC                                                     00009390
                                                                        00009400
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009410
                                                                        00009420
           IF  NOT DB2-OK                                               00009430
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00009440
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00009450
               MOVE CA-PRF-1210              TO WK-PARRAFO              00009460
               MOVE CA-XXBASEG               TO WK-RUTINA               00009470
               MOVE CA-SOD-CONFLICTO         TO WK-TABLA-DB2            00009480
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00009490
                                                                        00009500
               PERFORM 9000-CANCELACION                                 00009510
                  THRU 9000-CANCELACION-EXIT                            00009520
                                                                        00009530
           END-IF                                                       00009540
                                                                        00009550
           .                                                            00009560
       1210-ABRIR-C-MATRIZ-EXIT.                                        00009570
           EXIT.                                                        00009580
                                                                        00009590
      ******************************************************************00009600
      ***                   1220-TRATAR-FILA-MATRIZ                  ***00009610
      ***                   -----------------------                  ***00009620
      * SE TRADUCEN LAS ACTIVIDADES DE LA FILA AL CATALOGO, SE GUARDA  *00009630
      * LA FILA SI ES VALIDA Y SE LISTA CON SU SITUACION.              *00009640
      ******************************************************************00009650
       1220-TRATAR-FILA-MATRIZ.                                         00009660
                                                                        00009670
           MOVE G3225-CODACT1                TO WM-CODACT1              00009680
           MOVE G3225-CODACT2                TO WM-CODACT2              00009690
           MOVE G3225-AMBITO                 TO WM-AMBITO               00009700
           MOVE G3225-DESCONF                TO WM-DESCONF              00009710
           MOVE CA-IGNORADA                  TO WM-SITUACION            00009720
                                                                        00009730
           MOVE G3225-CODACT1                TO WK-CODIGO-BUSCADO       00009740
           PERFORM 2900-BUSCAR-ACTIVIDAD                                00009750
              THRU 2900-BUSCAR-ACTIVIDAD-EXIT                           00009760
           MOVE WK-IDX-ENCONTRADO            TO WK-IDX-ACTIVIDAD        00009770
                                                                        00009780
           MOVE G3225-CODACT2                TO WK-CODIGO-BUSCADO       00009790
           PERFORM 2900-BUSCAR-ACTIVIDAD                                00009800
              THRU 2900-BUSCAR-ACTIVIDAD-EXIT                           00009810
                                                                        00009820
           IF  WK-IDX-ACTIVIDAD    > ZEROES                             00009830
           AND WK-IDX-ENCONTRADO   > ZEROES                             00009840
           AND WK-IDX-ACTIVIDAD    NOT = WK-IDX-ENCONTRADO              00009850
           AND (G3225-AMBITO = CA-AMBITO-OBJETO OR                      00009860
                G3225-AMBITO = CA-AMBITO-USUARIO)                       00009870
           AND WK-NUM-CONFLICTOS   < CN-MAX-CONFLICTOS                  00009880
               ADD CN-1                      TO WK-NUM-CONFLICTOS       00009890
               MOVE WK-IDX-ACTIVIDAD                                    00009900
                 TO WK-CF-ACT1 (WK-NUM-CONFLICTOS)                      00009910
               MOVE WK-IDX-ENCONTRADO                                   00009920
                 TO WK-CF-ACT2 (WK-NUM-CONFLICTOS)                      00009930
               MOVE G3225-AMBITO                                        00009940
                 TO WK-CF-AMBITO (WK-NUM-CONFLICTOS)                    00009950
               MOVE G3225-DESCONF                                       00009960
                 TO WK-CF-DESCONF (WK-NUM-CONFLICTOS)                   00009970
               MOVE CA-VALIDA                TO WM-SITUACION            00009980
           ELSE                                                         00009990
               ADD CN-1                      TO CT-MATRIZ-IGNORADAS     00010000
           END-IF                                                       00010010
                                                                        00010020
           MOVE WK-LINEA-MATRIZ              TO REG-XXBASES1            00010030
           PERFORM 9300-ESCRIBIR-LISTADO                                00010040
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00010050
                                                                        00010060
           PERFORM 9100-LEER-MATRIZ                                     00010070
              THRU 9100-LEER-MATRIZ-EXIT                                00010080
                                                                        00010090
           .                                                            00010100
       1220-TRATAR-FILA-MATRIZ-EXIT.                                    00010110
           EXIT.                                                        00010120
                                                                        00010130
      ******************************************************************00010140
      ***                   2000-PAREJAS-RECIPROCAS                  ***00010150
      ***                   -----------------------                  ***00010160
      * PRIMERA PARTE DEL LISTADO: PAREJAS DE OPERADORES EN LAS QUE    *00010170
      * CADA UNO HA APROBADO EN EL PERIODO AL MENOS EL MINIMO INDICADO *00010180
      * DE CAMBIOS SOLICITADOS POR EL OTRO, SUMANDO CORRECCIONES DE    *00010190
      * SALDO Y CAMBIOS DE PARAMETROS.                                 *00010200
      ******************************************************************00010210
       2000-PAREJAS-RECIPROCAS.                                         00010220
                                                                        00010230
           MOVE CA-TIT-RECIPROCAS            TO WT-TITULO               00010240
                                                                        00010250
           PERFORM 9400-ESCRIBIR-TITULO                                 00010260
              THRU 9400-ESCRIBIR-TITULO-EXIT                            00010270
                                                                        00010280
           MOVE WK-LINEA-TIT-RECIPROCAS      TO REG-XXBASES1            00010290
           PERFORM 9300-ESCRIBIR-LISTADO                                00010300
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00010310
                                                                        00010320
           SET NO-FIN-RECIPROCAS             TO TRUE                    00010330
                                                                        00010340
           PERFORM 2010-ABRIR-C-RECIPROCAS                              00010350
              THRU 2010-ABRIR-C-RECIPROCAS-EXIT                         00010360
                                                                        00010370
           PERFORM 9200-LEER-RECIPROCA                                  00010380
              THRU 9200-LEER-RECIPROCA-EXIT                             00010390
                                                                        00010400
           PERFORM 2100-TRATAR-RECIPROCA                                00010410
              THRU 2100-TRATAR-RECIPROCA-EXIT                           00010420
             UNTIL SI-FIN-RECIPROCAS                                    00010430
                                                                        00010440
           EXEC SQL                                                     00010450
                CLOSE C-RECIPROCAS                                      00010460
           END-EXEC                                                     00010470
                                                                        00010480
           IF  CT-PAREJAS-RECIPROCAS = ZEROES                           00010490
               MOVE CA-SIN-HALLAZGOS         TO REG-XXBASES1            00010500
               PERFORM 9300-ESCRIBIR-LISTADO                            00010510
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00010520
           END-IF                                                       00010530
                                                                        00010540
           MOVE CA-TOT-RECIPROCAS            TO WL-LITERAL              00010550
           MOVE CT-PAREJAS-RECIPROCAS        TO WL-TOTAL                00010560
                                                                        00010570
           PERFORM 9450-ESCRIBIR-TOTAL                                  00010580
              THRU 9450-ESCRIBIR-TOTAL-EXIT                             00010590
                                                                        00010600
           .                                                            00010610
       2000-PAREJAS-RECIPROCAS-EXIT.                                    00010620
           EXIT.                                                        00010630
                                                                        00010640
      ******************************************************************00010650
      ***                   2010-ABRIR-C-RECIPROCAS                  ***00010660
      ***                   -----------------------                  ***00010670
      * SE DECLARA Y ABRE EL CURSOR DE PAREJAS RECIPROCAS. LA TABLA    *00010680
      * COMUN APROB TIENE UNA FILA POR SOLICITANTE Y APROBADOR CON LAS *00010690
      * APROBACIONES DE CADA ALMACEN; SE CRUZA CONSIGO MISMA EN SENTIDO*00010700
      * INVERSO Y CADA PAREJA SALE UNA SOLA VEZ (A < B).               *00010710
      ******************************************************************00010720
       2010-ABRIR-C-RECIPROCAS.                                         00010730
                                                                        00010740
           EXEC SQL                                                     00010750
                DECLARE C-RECIPROCAS CURSOR FOR                         00010760
                WITH APROB (SOLIC, APRO, NCORR, NPARM) AS               00010770
                   (SELECT T.SOLIC, T.APRO, SUM(T.NCORR),               00010780
                           SUM(T.NPARM)                                 00010790
                      FROM (SELECT G6536_OPSOLIC AS SOLIC,              00010800
                                   G6536_OPAPRO  AS APRO,               00010810
                                   1 AS NCORR, 0 AS NPARM               00010820
                              FROM POS_CORR_PEND                        00010830
                             WHERE G6536_ESTADO = :CA-ESTADO-APROBADO   00010840
                               AND DATE(G6536_FECTRAT)                  00010850
                                   BETWEEN :WK-FECHA-DESDE              00010860
                                       AND :WK-FECHA-HASTA              00010870
                            UNION ALL                                   00010880
                            SELECT G3195_USUSOLIC, G3195_USUAPROB,      00010890
                                   0, 1                                 00010900
                              FROM PARM_CAMB_PEND                       00010910
                             WHERE G3195_ESTADO = :CA-ESTADO-APROBADO   00010920
                               AND DATE(G3195_FECTRAT)                  00010930
                                   BETWEEN :WK-FECHA-DESDE              00010940
                                       AND :WK-FECHA-HASTA) AS T        00010950
                     GROUP BY T.SOLIC, T.APRO)                          00010960
                SELECT A.APRO,  A.SOLIC,                                00010970
                       A.NCORR, A.NPARM,                                00010980
                       B.NCORR, B.NPARM                                 00010990
                  FROM APROB A, APROB B                                 00011000
                 WHERE B.SOLIC = A.APRO                                 00011010
                   AND B.APRO  = A.SOLIC                                00011020
                   AND A.APRO  < A.SOLIC                                00011030
                   AND A.NCORR + A.NPARM >= :WK-MIN-RECIP               00011040
                   AND B.NCORR + B.NPARM >= :WK-MIN-RECIP               00011050
                 ORDER BY 1, 2                                          00011060
           END-EXEC                                                     00011070
                                                                        00011080
           EXEC SQL                                                     00011090
                OPEN C-RECIPROCAS                                       00011100
           END-EXEC                                                     00011110
                                                                        00011120
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00011130
                                                                        00011140
           IF  NOT DB2-OK                                               00011150
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00011160
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00011170
               MOVE CA-PRF-2010              TO WK-PARRAFO              00011180
               MOVE CA-XXBASEG               TO WK-RUTINA               00011190
               MOVE CA-POS-CORR-PEND         TO WK-TABLA-DB2            00011200
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00011210
                                                                        00011220
               PERFORM 9000-CANCELACION                                 00011230
                  THRU 9000-CANCELACION-EXIT                            00011240
                                                                        00011250
           END-IF                                                       00011260
                                                                        00011270
           .                                                            00011280
       2010-ABRIR-C-RECIPROCAS-EXIT.                                    00011290
           EXIT.                                                        00011300
                                                                        00011310
      ******************************************************************00011320
      ***                   2100-TRATAR-RECIPROCA                    ***00011330
      ***                   ---------------------                    ***00011340
      * SE LISTA LA PAREJA CON LAS APROBACIONES DE CADA SENTIDO Y SE   *00011350
      * LEE LA SIGUIENTE.                                              *00011360
      ******************************************************************00011370
       2100-TRATAR-RECIPROCA.                                           00011380
                                                                        00011390
           ADD CN-1                          TO CT-PAREJAS-RECIPROCAS   00011400
                                                                        00011410
           MOVE WK-RC-OPERADOR-A             TO WR-OPERADOR-A           00011420
           MOVE WK-RC-OPERADOR-B             TO WR-OPERADOR-B           00011430
           MOVE WK-RC-CORR-AB                TO WR-CORR-AB              00011440
           MOVE WK-RC-PARM-AB                TO WR-PARM-AB              00011450
           MOVE WK-RC-CORR-BA                TO WR-CORR-BA              00011460
           MOVE WK-RC-PARM-BA                TO WR-PARM-BA              00011470
                                                                        00011480
           MOVE WK-LINEA-RECIPROCA           TO REG-XXBASES1            00011490
           PERFORM 9300-ESCRIBIR-LISTADO                                00011500
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011510
                                                                        00011520
           PERFORM 9200-LEER-RECIPROCA                                  00011530
              THRU 9200-LEER-RECIPROCA-EXIT                             00011540
                                                                        00011550
           .                                                            00011560
       2100-TRATAR-RECIPROCA-EXIT.                                      00011570
           EXIT.                                                        00011580
                                                                        00011590
      ******************************************************************00011600
      ***                   2300-CONCENTRACION                       ***00011610
      ***                   ------------------                       ***00011620
      * SEGUNDA PARTE DEL LISTADO: POR ALMACEN, APROBADORES CUYA CUOTA *00011630
      * DE LAS APROBACIONES DEL PERIODO ALCANZA EL UMBRAL. LOS         *00011640
      * ALMACENES CON MENOS APROBACIONES QUE EL MINIMO NO SE EVALUAN.  *00011650
      ******************************************************************00011660
       2300-CONCENTRACION.                                              00011670
                                                                        00011680
           MOVE CA-TIT-CONCENTRACION         TO WT-TITULO               00011690
                                                                        00011700
           PERFORM 9400-ESCRIBIR-TITULO                                 00011710
              THRU 9400-ESCRIBIR-TITULO-EXIT                            00011720
                                                                        00011730
           PERFORM 2310-CONTAR-APROBACIONES                             00011740
              THRU 2310-CONTAR-APROBACIONES-EXIT                        00011750
                                                                        00011760
           IF  WK-TOTAL-CORRECCIONES < WK-MIN-CONC                      00011770
               MOVE CA-NOMBRE-CORRECCIONES   TO WV-ALMACEN              00011780
               MOVE WK-TOTAL-CORRECCIONES    TO WV-TOTAL                00011790
               MOVE WK-LINEA-ALMACEN-NO-EVALUADO                        00011800
                                             TO REG-XXBASES1            00011810
               PERFORM 9300-ESCRIBIR-LISTADO                            00011820
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00011830
           END-IF                                                       00011840
                                                                        00011850
           IF  WK-TOTAL-PARAMETROS < WK-MIN-CONC                        00011860
               MOVE CA-NOMBRE-PARAMETROS     TO WV-ALMACEN              00011870
               MOVE WK-TOTAL-PARAMETROS      TO WV-TOTAL                00011880
               MOVE WK-LINEA-ALMACEN-NO-EVALUADO                        00011890
                                             TO REG-XXBASES1            00011900
               PERFORM 9300-ESCRIBIR-LISTADO                            00011910
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00011920
           END-IF                                                       00011930
                                                                        00011940
           MOVE WK-LINEA-TIT-CONCENTRACION   TO REG-XXBASES1            00011950
           PERFORM 9300-ESCRIBIR-LISTADO                                00011960
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011970
                                                                        00011980
           SET NO-FIN-APROBADORES            TO TRUE                    00011990
                                                                        00012000
           PERFORM 2330-ABRIR-C-APROBADORES                             00012010
              THRU 2330-ABRIR-C-APROBADORES-EXIT                        00012020
                                                                        00012030
           PERFORM 9250-LEER-APROBADOR                                  00012040
              THRU 9250-LEER-APROBADOR-EXIT                             00012050
                                                                        00012060
           PERFORM 2400-TRATAR-APROBADOR                                00012070
              THRU 2400-TRATAR-APROBADOR-EXIT                           00012080
             UNTIL SI-FIN-APROBADORES                                   00012090
                                                                        00012100
           EXEC SQL                                                     00012110
                CLOSE C-APROBADORES                                     00012120
           END-EXEC                                                     00012130
                                                                        00012140
           IF  CT-CONCENTRACIONES = ZEROES                              00012150
               MOVE CA-SIN-HALLAZGOS         TO REG-XXBASES1            00012160
               PERFORM 9300-ESCRIBIR-LISTADO                            00012170
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00012180
           END-IF                                                       00012190
                                                                        00012200
           MOVE CA-TOT-CONCENTRACION         TO WL-LITERAL              00012210
           MOVE CT-CONCENTRACIONES           TO WL-TOTAL                00012220
                                                                        00012230
           PERFORM 9450-ESCRIBIR-TOTAL                                  00012240
              THRU 9450-ESCRIBIR-TOTAL-EXIT                             00012250
                                                                        00012260
           .                                                            00012270
       2300-CONCENTRACION-EXIT.                                         00012280
           EXIT.                                                        00012290
                                                                        00012300
      ******************************************************************00012310
      ***                   2310-CONTAR-APROBACIONES                 ***00012320
      ***                   ------------------------                 ***00012330
      * SE CUENTAN LAS APROBACIONES DEL PERIODO DE CADA ALMACEN.       *00012340
      ******************************************************************00012350
       2310-CONTAR-APROBACIONES.                                        00012360
                                                                        00012370
           EXEC SQL                                                     00012380
                SELECT COUNT(*)                                         00012390
                  INTO :WK-TOTAL-CORRECCIONES                           00012400
                  FROM POS_CORR_PEND                                    00012410
                 WHERE G6536_ESTADO = :CA-ESTADO-APROBADO               00012420
                   AND DATE(G6536_FECTRAT)                              00012430
                       BETWEEN :WK-FECHA-DESDE AND :WK-FECHA-HASTA      00012440
           END-EXEC                                                     00012450
                                                                        00012460
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00012470
                                                                        00012480
           IF  NOT DB2-OK                                               00012490
               MOVE CA-POS-CORR-PEND         TO WK-TABLA-DB2            00012500
               GO TO 2310-ERROR-CONTAR                                  00012510
           END-IF                                                       00012520
                                                                        00012530
           EXEC SQL                                                     00012540
                SELECT COUNT(*)                                         00012550
                  INTO :WK-TOTAL-PARAMETROS                             00012560
                  FROM PARM_CAMB_PEND                                   00012570
                 WHERE G3195_ESTADO = :CA-ESTADO-APROBADO               00012580
                   AND DATE(G3195_FECTRAT)                              00012590
                       BETWEEN :WK-FECHA-DESDE AND :WK-FECHA-HASTA      00012600
           END-EXEC                                                     00012610
                                                                        00012620
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00012630
                                                                        00012640
           IF  DB2-OK                                                   00012650
               GO TO 2310-CONTAR-APROBACIONES-EXIT                      00012660
           END-IF                                                       00012670
                                                                        00012680
           MOVE CA-PARM-CAMB-PEND            TO WK-TABLA-DB2            00012690
                                                                        00012700
           .                                                            00012710
       2310-ERROR-CONTAR.                                               00012720
                                                                        00012730
           MOVE CA-ERROR-D                   TO WK-TIPO-ERROR           00012740
           MOVE CA-ERR-CONTAR                TO WK-DESCRIPCION          00012750
           MOVE CA-PRF-2310                  TO WK-PARRAFO              00012760
           MOVE CA-XXBASEG                   TO WK-RUTINA               00012770
           MOVE CA-SELECT                    TO WK-DATOS-ACCESO         00012780
                                                                        00012790
           PERFORM 9000-CANCELACION                                     00012800
              THRU 9000-CANCELACION-EXIT                                00012810
                                                                        00012820
           .                                                            00012830
       2310-CONTAR-APROBACIONES-EXIT.                                   00012840
           EXIT.                                                        00012850
                                                                        00012860
      ******************************************************************00012870
      ***                   2330-ABRIR-C-APROBADORES                 ***00012880
      ***                   ------------------------                 ***00012890
      * SE DECLARA Y ABRE EL CURSOR DE APROBACIONES POR ALMACEN Y      *00012900
      * APROBADOR, DE MAYOR A MENOR NUMERO DE APROBACIONES.            *00012910
      ******************************************************************00012920
       2330-ABRIR-C-APROBADORES.                                        00012930
                                                                        00012940
           EXEC SQL                                                     00012950
                DECLARE C-APROBADORES CURSOR FOR                        00012960
                SELECT T.ALMACEN, T.APRO, COUNT(*)                      00012970
                  FROM (SELECT 'C' AS ALMACEN,                          00012980
                               G6536_OPAPRO AS APRO                     00012990
                          FROM POS_CORR_PEND                            00013000
                         WHERE G6536_ESTADO = :CA-ESTADO-APROBADO       00013010
                           AND DATE(G6536_FECTRAT)                      00013020
                               BETWEEN :WK-FECHA-DESDE                  00013030
                                   AND :WK-FECHA-HASTA                  00013040
                        UNION ALL                                       00013050
                        SELECT 'P',                                     00013060
                               G3195_USUAPROB                           00013070
                          FROM PARM_CAMB_PEND                           00013080
                         WHERE G3195_ESTADO = :CA-ESTADO-APROBADO       00013090
                           AND DATE(G3195_FECTRAT)                      00013100
                               BETWEEN :WK-FECHA-DESDE                  00013110
                                   AND :WK-FECHA-HASTA) AS T            00013120
                 GROUP BY T.ALMACEN, T.APRO                             00013130
                 ORDER BY 1, 3 DESC, 2                                  00013140
           END-EXEC                                                     00013150
                                                                        00013160
           EXEC SQL                                                     00013170
                OPEN C-APROBADORES                                      00013180
           END-EXEC                                                     00013190
                                                                        00013200
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00013210
                                                                        00013220
           IF  NOT DB2-OK                                               00013230
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00013240
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00013250
               MOVE CA-PRF-2330              TO WK-PARRAFO              00013260
               MOVE CA-XXBASEG               TO WK-RUTINA               00013270
               MOVE CA-POS-CORR-PEND         TO WK-TABLA-DB2            00013280
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00013290
                                                                        00013300
               PERFORM 9000-CANCELACION                                 00013310
                  THRU 9000-CANCELACION-EXIT                            00013320
                                                                        00013330
           END-IF                                                       00013340
                                                                        00013350
           .                                                            00013360
       2330-ABRIR-C-APROBADORES-EXIT.                                   00013370
           EXIT.                                                        00013380
                                                                        00013390
      ******************************************************************00013400
      ***                   2400-TRATAR-APROBADOR                    ***00013410
      ***                   ---------------------                    ***00013420
      * SE CALCULA LA CUOTA DEL APROBADOR SOBRE EL TOTAL DE SU ALMACEN *00013430
      * Y SE LISTA SI EL ALMACEN SE EVALUA Y LA CUOTA ALCANZA EL       *00013440
      * UMBRAL.                                                        *00013450
      ******************************************************************00013460
       2400-TRATAR-APROBADOR.                                           00013470
                                                                        00013480
           IF  WK-AP-ALMACEN = CA-ALM-CORRECCIONES                      00013490
               MOVE WK-TOTAL-CORRECCIONES    TO WK-AP-TOTAL             00013500
               MOVE CA-NOMBRE-CORRECCIONES   TO WN-ALMACEN              00013510
           ELSE                                                         00013520
               MOVE WK-TOTAL-PARAMETROS      TO WK-AP-TOTAL             00013530
               MOVE CA-NOMBRE-PARAMETROS     TO WN-ALMACEN              00013540
           END-IF                                                       00013550
                                                                        00013560
           IF  WK-AP-TOTAL NOT < WK-MIN-CONC                            00013570
           AND WK-AP-TOTAL > ZEROES                                     00013580
               COMPUTE WK-AP-PORCENTAJE ROUNDED =                       00013590
                       WK-AP-NUM * CN-100 / WK-AP-TOTAL                 00013600
                                                                        00013610
               IF  WK-AP-PORCENTAJE NOT < WK-PCT-CONC                   00013620
                   ADD CN-1                  TO CT-CONCENTRACIONES      00013630
                                                                        00013640
                   MOVE WK-AP-OPERADOR       TO WN-OPERADOR             00013650
                   MOVE WK-AP-NUM            TO WN-APROBACIONES         00013660
                   MOVE WK-AP-TOTAL          TO WN-TOTAL                00013670
                   MOVE WK-AP-PORCENTAJE     TO WN-PORCENTAJE           00013680
                                                                        00013690
                   MOVE WK-LINEA-CONCENTRACION                          00013700
                                             TO REG-XXBASES1            00013710
                   PERFORM 9300-ESCRIBIR-LISTADO                        00013720
                      THRU 9300-ESCRIBIR-LISTADO-EXIT                   00013730
               END-IF                                                   00013740
           END-IF                                                       00013750
                                                                        00013760
           PERFORM 9250-LEER-APROBADOR                                  00013770
              THRU 9250-LEER-APROBADOR-EXIT                             00013780
                                                                        00013790
           .                                                            00013800
       2400-TRATAR-APROBADOR-EXIT.                                      00013810
           EXIT.                                                        00013820
                                                                        00013830
      ******************************************************************00013840
      ***                   2600-MATRIZ-CONFLICTOS                   ***00013850
      ***                   ----------------------                   ***00013860
      * TERCERA PARTE DEL LISTADO: SE RECORRE LA ACTIVIDAD DEL PERIODO *00013870
      * AGRUPADA POR USUARIO, OBJETO Y ACTIVIDAD. AL CAMBIAR DE OBJETO *00013880
      * SE EVALUAN LOS CONFLICTOS DE AMBITO 'O' Y AL CAMBIAR DE USUARIO*00013890
      * LOS DE AMBITO 'U'.                                             *00013900
      ******************************************************************00013910
       2600-MATRIZ-CONFLICTOS.                                          00013920
                                                                        00013930
           MOVE CA-TIT-CONFLICTOS            TO WT-TITULO               00013940
                                                                        00013950
           PERFORM 9400-ESCRIBIR-TITULO                                 00013960
              THRU 9400-ESCRIBIR-TITULO-EXIT                            00013970
                                                                        00013980
           IF  WK-NUM-CONFLICTOS = ZEROES                               00013990
               MOVE CA-SIN-MATRIZ            TO REG-XXBASES1            00014000
               PERFORM 9300-ESCRIBIR-LISTADO                            00014010
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00014020
               GO TO 2600-MATRIZ-CONFLICTOS-EXIT                        00014030
           END-IF                                                       00014040
                                                                        00014050
           MOVE WK-LINEA-TIT-CONFLICTOS      TO REG-XXBASES1            00014060
           PERFORM 9300-ESCRIBIR-LISTADO                                00014070
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00014080
                                                                        00014090
           MOVE SPACES                       TO WK-USUARIO-ANTERIOR     00014100
                                                WK-OBJETO-ANTERIOR      00014110
           SET NO-FIN-ACTIVIDAD              TO TRUE                    00014120
                                                                        00014130
           PERFORM 2610-ABRIR-C-ACTIVIDAD                               00014140
              THRU 2610-ABRIR-C-ACTIVIDAD-EXIT                          00014150
                                                                        00014160
           PERFORM 9280-LEER-ACTIVIDAD                                  00014170
              THRU 9280-LEER-ACTIVIDAD-EXIT                             00014180
                                                                        00014190
           PERFORM 2700-TRATAR-ACTIVIDAD                                00014200
              THRU 2700-TRATAR-ACTIVIDAD-EXIT                           00014210
             UNTIL SI-FIN-ACTIVIDAD                                     00014220
                                                                        00014230
           EXEC SQL                                                     00014240
                CLOSE C-ACTIVIDAD                                       00014250
           END-EXEC                                                     00014260
                                                                        00014270
           IF  WK-USUARIO-ANTERIOR NOT = SPACES                         00014280
               PERFORM 2750-CERRAR-OBJETO                               00014290
                  THRU 2750-CERRAR-OBJETO-EXIT                          00014300
               PERFORM 2800-CERRAR-USUARIO                              00014310
                  THRU 2800-CERRAR-USUARIO-EXIT                         00014320
           END-IF                                                       00014330
                                                                        00014340
           IF  CT-INCOMPATIBLES = ZEROES                                00014350
               MOVE CA-SIN-HALLAZGOS         TO REG-XXBASES1            00014360
               PERFORM 9300-ESCRIBIR-LISTADO                            00014370
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00014380
           END-IF                                                       00014390
                                                                        00014400
           MOVE CA-TOT-CONFLICTOS            TO WL-LITERAL              00014410
           MOVE CT-INCOMPATIBLES             TO WL-TOTAL                00014420
                                                                        00014430
           PERFORM 9450-ESCRIBIR-TOTAL                                  00014440
              THRU 9450-ESCRIBIR-TOTAL-EXIT                             00014450
                                                                        00014460
           .                                                            00014470
       2600-MATRIZ-CONFLICTOS-EXIT.                                     00014480
           EXIT.                                                        00014490
                                                                        00014500
      ******************************************************************00014510
      ***                   2610-ABRIR-C-ACTIVIDAD                   ***00014520
      ***                   ----------------------                   ***00014530
      * SE DECLARA Y ABRE EL CURSOR DE ACTIVIDAD DEL PERIODO. CADA     *00014540
      * ALMACEN APORTA EL USUARIO, LA ACTIVIDAD DEL CATALOGO Y EL      *00014550
      * OBJETO TOCADO: 'S' + CLAVE DE POSICION PARA LAS CORRECCIONES Y *00014560
      * LAS FOTOS DE POSICION, 'P' + TABLA + CLAVE DEL PARAMETRO PARA  *00014570
      * LOS CAMBIOS DE PARAMETROS.                                     *00014580
      ******************************************************************00014590
       2610-ABRIR-C-ACTIVIDAD.                                          00014600
                                                                        00014610
           EXEC SQL                                                     00014620
                DECLARE C-ACTIVIDAD CURSOR FOR                          00014630
                SELECT T.USUARIO, T.OBJETO, T.ACTIVIDAD, COUNT(*)       00014640
                  FROM (SELECT G6536_OPSOLIC AS USUARIO,                00014650
                               'S' CONCAT G6536_IDEMPRD                 00014660
                                   CONCAT G6536_IDCENTD                 00014670
                                   CONCAT G6536_IDPRODD                 00014680
                                   CONCAT G6536_CODSPROD                00014690
                                   CONCAT G6536_CTOSALDO                00014700
                                   CONCAT G6536_CODMONSW AS OBJETO,     00014710
                               'CS' AS ACTIVIDAD                        00014720
                          FROM POS_CORR_PEND                            00014730
                         WHERE DATE(G6536_FECSOLIC)                     00014740
                               BETWEEN :WK-FECHA-DESDE                  00014750
                                   AND :WK-FECHA-HASTA                  00014760
                        UNION ALL                                       00014770
                        SELECT G6536_OPAPRO,                            00014780
                               'S' CONCAT G6536_IDEMPRD                 00014790
                                   CONCAT G6536_IDCENTD                 00014800
                                   CONCAT G6536_IDPRODD                 00014810
                                   CONCAT G6536_CODSPROD                00014820
                                   CONCAT G6536_CTOSALDO                00014830
                                   CONCAT G6536_CODMONSW,               00014840
                               'CA'                                     00014850
                          FROM POS_CORR_PEND                            00014860
                         WHERE G6536_ESTADO = :CA-ESTADO-APROBADO       00014870
                           AND DATE(G6536_FECTRAT)                      00014880
                               BETWEEN :WK-FECHA-DESDE                  00014890
                                   AND :WK-FECHA-HASTA                  00014900
                        UNION ALL                                       00014910
                        SELECT G3195_USUSOLIC,                          00014920
                               'P' CONCAT G3195_TABLA                   00014930
                                   CONCAT G3195_CDGENTI                 00014940
                                   CONCAT G3195_CDGPRODU                00014950
                                   CONCAT G3195_CDGSUBP                 00014960
                                   CONCAT G3195_PANUMPAR,               00014970
                               'PS'                                     00014980
                          FROM PARM_CAMB_PEND                           00014990
                         WHERE DATE(G3195_IDSOLIC)                      00015000
                               BETWEEN :WK-FECHA-DESDE                  00015010
                                   AND :WK-FECHA-HASTA                  00015020
                        UNION ALL                                       00015030
                        SELECT G3195_USUAPROB,                          00015040
                               'P' CONCAT G3195_TABLA                   00015050
                                   CONCAT G3195_CDGENTI                 00015060
                                   CONCAT G3195_CDGPRODU                00015070
                                   CONCAT G3195_CDGSUBP                 00015080
                                   CONCAT G3195_PANUMPAR,               00015090
                               'PA'                                     00015100
                          FROM PARM_CAMB_PEND                           00015110
                         WHERE G3195_ESTADO = :CA-ESTADO-APROBADO       00015120
                           AND DATE(G3195_FECTRAT)                      00015130
                               BETWEEN :WK-FECHA-DESDE                  00015140
                                   AND :WK-FECHA-HASTA                  00015150
                        UNION ALL                                       00015160
                        SELECT G3177H_USUARUMO,                         00015170
                               'P750' CONCAT G3177H_CDGENTI             00015180
                                      CONCAT G3177H_CDGPRODU            00015190
                                      CONCAT G3177H_CDGSUBP             00015200
                                      CONCAT G3177H_PANUMPAR,           00015210
                               'PM'                                     00015220
                          FROM MDDT750H                                 00015230
                         WHERE DATE(G3177H_FECHMOVH)                    00015240
                               BETWEEN :WK-FECHA-DESDE                  00015250
                                   AND :WK-FECHA-HASTA                  00015260
                        UNION ALL                                       00015270
                        SELECT G3178H_USUARUMO,                         00015280
                               'P755' CONCAT G3178H_CDGENTI             00015290
                                      CONCAT '      '                   00015300
                                      CONCAT G3178H_PANUMPAR,           00015310
                               'PM'                                     00015320
                          FROM MDDT755H                                 00015330
                         WHERE DATE(G3178H_FECHMOVH)                    00015340
                               BETWEEN :WK-FECHA-DESDE                  00015350
                                   AND :WK-FECHA-HASTA                  00015360
                        UNION ALL                                       00015370
                        SELECT SUBSTR(G6524H_USUAUDIT, 1, 8),           00015380
                               'S' CONCAT G6524H_IDEMPRD                00015390
                                   CONCAT G6524H_IDCENTD                00015400
                                   CONCAT G6524H_IDPRODD                00015410
                                   CONCAT G6524H_CODSPROD               00015420
                                   CONCAT G6524H_CTOSALDO               00015430
                                   CONCAT G6524H_CODMONSW,              00015440
                               'PP'                                     00015450
                          FROM POS_DISP_PMAS_HIST                       00015460
                         WHERE DATE(G6524H_FECHIST)                     00015470
                               BETWEEN :WK-FECHA-DESDE                  00015480
                                   AND :WK-FECHA-HASTA) AS T            00015490
                 WHERE T.USUARIO <> ' '                                 00015500
                 GROUP BY T.USUARIO, T.OBJETO, T.ACTIVIDAD              00015510
                 ORDER BY T.USUARIO, T.OBJETO, T.ACTIVIDAD              00015520
           END-EXEC                                                     00015530
                                                                        00015540
           EXEC SQL                                                     00015550
                OPEN C-ACTIVIDAD                                        00015560
           END-EXEC                                                     00015570
                                                                        00015580
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00015590
                                                                        00015600
           IF  NOT DB2-OK                                               00015610
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00015620
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00015630
               MOVE CA-PRF-2610              TO WK-PARRAFO              00015640
               MOVE CA-XXBASEG               TO WK-RUTINA               00015650
               MOVE CA-TABLAS-AUDITORIA      TO WK-TABLA-DB2            00015660
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00015670
                                                                        00015680
               PERFORM 9000-CANCELACION                                 00015690
                  THRU 9000-CANCELACION-EXIT                            00015700
                                                                        00015710
           END-IF                                                       00015720
                                                                        00015730
           .                                                            00015740
       2610-ABRIR-C-ACTIVIDAD-EXIT.                                     00015750
           EXIT.                                                        00015760
                                                                        00015770
      ******************************************************************00015780
      ***                   2700-TRATAR-ACTIVIDAD                    ***00015790
      ***                   ---------------------                    ***00015800
      * SE CONTROLAN LAS RUPTURAS DE USUARIO Y OBJETO Y SE ACUMULA LA  *00015810
      * ACTIVIDAD LEIDA EN EL OBJETO Y EN EL USUARIO EN CURSO.         *00015820
      ******************************************************************00015830
       2700-TRATAR-ACTIVIDAD.                                           00015840
                                                                        00015850
           IF  WK-ACT-USUARIO NOT = WK-USUARIO-ANTERIOR                 00015860
               IF  WK-USUARIO-ANTERIOR NOT = SPACES                     00015870
                   PERFORM 2750-CERRAR-OBJETO                           00015880
                      THRU 2750-CERRAR-OBJETO-EXIT                      00015890
                   PERFORM 2800-CERRAR-USUARIO                          00015900
                      THRU 2800-CERRAR-USUARIO-EXIT                     00015910
               END-IF                                                   00015920
                                                                        00015930
               INITIALIZE WK-ACUM-USUARIO                               00015940
                          WK-ACUM-OBJETO                                00015950
               MOVE WK-ACT-USUARIO           TO WK-USUARIO-ANTERIOR     00015960
               MOVE WK-ACT-OBJETO            TO WK-OBJETO-ANTERIOR      00015970
               ADD CN-1                      TO CT-USUARIOS             00015980
           END-IF                                                       00015990
                                                                        00016000
           IF  WK-ACT-OBJETO NOT = WK-OBJETO-ANTERIOR                   00016010
               PERFORM 2750-CERRAR-OBJETO                               00016020
                  THRU 2750-CERRAR-OBJETO-EXIT                          00016030
                                                                        00016040
               INITIALIZE WK-ACUM-OBJETO                                00016050
               MOVE WK-ACT-OBJETO            TO WK-OBJETO-ANTERIOR      00016060
           END-IF                                                       00016070
                                                                        00016080
           MOVE WK-ACT-CODIGO                TO WK-CODIGO-BUSCADO       00016090
           PERFORM 2900-BUSCAR-ACTIVIDAD                                00016100
              THRU 2900-BUSCAR-ACTIVIDAD-EXIT                           00016110
                                                                        00016120
           IF  WK-IDX-ENCONTRADO > ZEROES                               00016130
               ADD WK-ACT-NUM                                           00016140
                TO WK-AO-NUM (WK-IDX-ENCONTRADO)                        00016150
               ADD WK-ACT-NUM                                           00016160
                TO WK-AU-NUM (WK-IDX-ENCONTRADO)                        00016170
           END-IF                                                       00016180
                                                                        00016190
           PERFORM 9280-LEER-ACTIVIDAD                                  00016200
              THRU 9280-LEER-ACTIVIDAD-EXIT                             00016210
                                                                        00016220
           .                                                            00016230
       2700-TRATAR-ACTIVIDAD-EXIT.                                      00016240
           EXIT.                                                        00016250
                                                                        00016260
      ******************************************************************00016270
      ***                   2750-CERRAR-OBJETO                       ***00016280
      ***                   ------------------                       ***00016290
      * SE EVALUAN LOS CONFLICTOS DE AMBITO 'O' SOBRE LA ACTIVIDAD DEL *00016300
      * USUARIO EN EL OBJETO QUE SE CIERRA.                            *00016310
      ******************************************************************00016320
       2750-CERRAR-OBJETO.                                              00016330
                                                                        00016340
           MOVE WK-OBJETO-ANTERIOR           TO WK-OBJETO               00016350
                                                                        00016360
           PERFORM 2760-EDITAR-OBJETO                                   00016370
              THRU 2760-EDITAR-OBJETO-EXIT                              00016380
                                                                        00016390
           PERFORM 2770-EVALUAR-OBJETO                                  00016400
              THRU 2770-EVALUAR-OBJETO-EXIT                             00016410
             VARYING WK-IDX-CONFLICTO FROM CN-1 BY CN-1                 00016420
               UNTIL WK-IDX-CONFLICTO > WK-NUM-CONFLICTOS               00016430
                                                                        00016440
           .                                                            00016450
       2750-CERRAR-OBJETO-EXIT.                                         00016460
           EXIT.                                                        00016470
                                                                        00016480
      ******************************************************************00016490
      ***                   2760-EDITAR-OBJETO                       ***00016500
      ***                   ------------------                       ***00016510
      * SE COMPONE EL TEXTO DEL OBJETO PARA EL LISTADO SEGUN SEA UNA   *00016520
      * POSICION O UN PARAMETRO.                                       *00016530
      ******************************************************************00016540
       2760-EDITAR-OBJETO.                                              00016550
                                                                        00016560
           MOVE SPACES                       TO WK-OBJETO-ED            00016570
                                                                        00016580
           IF  WK-OS-DOMINIO = CA-DOMINIO-POSICION                      00016590
               STRING CA-TXT-POSICION        DELIMITED BY SIZE          00016600
                      WK-OS-IDEMPRD          DELIMITED BY SIZE          00016610
                      CA-GUION               DELIMITED BY SIZE          00016620
                      WK-OS-IDCENTD          DELIMITED BY SIZE          00016630
                      CA-GUION               DELIMITED BY SIZE          00016640
                      WK-OS-IDPRODD          DELIMITED BY SIZE          00016650
                      CA-GUION               DELIMITED BY SIZE          00016660
                      WK-OS-CODSPROD         DELIMITED BY SIZE          00016670
                      CA-GUION               DELIMITED BY SIZE          00016680
                      WK-OS-CTOSALDO         DELIMITED BY SIZE          00016690
                      CA-GUION               DELIMITED BY SIZE          00016700
                      WK-OS-CODMONSW         DELIMITED BY SIZE          00016710
                 INTO WK-OBJETO-ED                                      00016720
               END-STRING                                               00016730
           ELSE                                                         00016740
               STRING CA-TXT-PARAMETRO       DELIMITED BY SIZE          00016750
                      WK-OP-TABLA            DELIMITED BY SIZE          00016760
                      ' '                    DELIMITED BY SIZE          00016770
                      WK-OP-CDGENTI          DELIMITED BY SIZE          00016780
                      CA-GUION               DELIMITED BY SIZE          00016790
                      WK-OP-CDGPRODU         DELIMITED BY SIZE          00016800
                      CA-GUION               DELIMITED BY SIZE          00016810
                      WK-OP-CDGSUBP          DELIMITED BY SIZE          00016820
                      CA-GUION               DELIMITED BY SIZE          00016830
                      WK-OP-PANUMPAR         DELIMITED BY SIZE          00016840
                 INTO WK-OBJETO-ED                                      00016850
               END-STRING                                               00016860
           END-IF                                                       00016870
                                                                        00016880
           .                                                            00016890
       2760-EDITAR-OBJETO-EXIT.                                         00016900
           EXIT.                                                        00016910
                                                                        00016920
      ******************************************************************00016930
      ***                   2770-EVALUAR-OBJETO                      ***00016940
      ***                   -------------------                      ***00016950
      * UN CONFLICTO DE AMBITO 'O' SE INCUMPLE SI EL USUARIO HA HECHO  *00016960
      * LAS DOS ACTIVIDADES SOBRE EL OBJETO QUE SE CIERRA.             *00016970
      ******************************************************************00016980
       2770-EVALUAR-OBJETO.                                             00016990
                                                                        00017000
           IF  WK-CF-AMBITO (WK-IDX-CONFLICTO) = CA-AMBITO-OBJETO       00017010
           AND WK-AO-NUM (WK-CF-ACT1 (WK-IDX-CONFLICTO)) > ZEROES       00017020
           AND WK-AO-NUM (WK-CF-ACT2 (WK-IDX-CONFLICTO)) > ZEROES       00017030
               MOVE WK-AO-NUM (WK-CF-ACT1 (WK-IDX-CONFLICTO))           00017040
                                             TO WI-NUM1                 00017050
               MOVE WK-AO-NUM (WK-CF-ACT2 (WK-IDX-CONFLICTO))           00017060
                                             TO WI-NUM2                 00017070
               MOVE WK-OBJETO-ED             TO WI-OBJETO               00017080
                                                                        00017090
               PERFORM 2850-LISTAR-INCOMPATIBLE                         00017100
                  THRU 2850-LISTAR-INCOMPATIBLE-EXIT                    00017110
           END-IF                                                       00017120
                                                                        00017130
           .                                                            00017140
       2770-EVALUAR-OBJETO-EXIT.                                        00017150
           EXIT.                                                        00017160
                                                                        00017170
      ******************************************************************00017180
      ***                   2800-CERRAR-USUARIO                      ***00017190
      ***                   -------------------                      ***00017200
      * SE EVALUAN LOS CONFLICTOS DE AMBITO 'U' SOBRE TODA LA ACTIVIDAD*00017210
      * DEL USUARIO QUE SE CIERRA EN EL PERIODO.                       *00017220
      ******************************************************************00017230
       2800-CERRAR-USUARIO.                                             00017240
                                                                        00017250
           PERFORM 2810-EVALUAR-USUARIO                                 00017260
              THRU 2810-EVALUAR-USUARIO-EXIT                            00017270
             VARYING WK-IDX-CONFLICTO FROM CN-1 BY CN-1                 00017280
               UNTIL WK-IDX-CONFLICTO > WK-NUM-CONFLICTOS               00017290
                                                                        00017300
           .                                                            00017310
       2800-CERRAR-USUARIO-EXIT.                                        00017320
           EXIT.                                                        00017330
                                                                        00017340
      ******************************************************************00017350
      ***                   2810-EVALUAR-USUARIO                     ***00017360
      ***                   --------------------                     ***00017370
      * UN CONFLICTO DE AMBITO 'U' SE INCUMPLE SI EL USUARIO HA HECHO  *00017380
      * LAS DOS ACTIVIDADES EN EL PERIODO, SOBRE CUALQUIER OBJETO.     *00017390
      ******************************************************************00017400
       2810-EVALUAR-USUARIO.                                            00017410
                                                                        00017420
           IF  WK-CF-AMBITO (WK-IDX-CONFLICTO) = CA-AMBITO-USUARIO      00017430
           AND WK-AU-NUM (WK-CF-ACT1 (WK-IDX-CONFLICTO)) > ZEROES       00017440
           AND WK-AU-NUM (WK-CF-ACT2 (WK-IDX-CONFLICTO)) > ZEROES       00017450
               MOVE WK-AU-NUM (WK-CF-ACT1 (WK-IDX-CONFLICTO))           00017460
                                             TO WI-NUM1                 00017470
               MOVE WK-AU-NUM (WK-CF-ACT2 (WK-IDX-CONFLICTO))           00017480
                                             TO WI-NUM2                 00017490
               MOVE CA-TXT-PERIODO           TO WI-OBJETO               00017500
                                                                        00017510
               PERFORM 2850-LISTAR-INCOMPATIBLE                         00017520
                  THRU 2850-LISTAR-INCOMPATIBLE-EXIT                    00017530
           END-IF                                                       00017540
                                                                        00017550
           .                                                            00017560
       2810-EVALUAR-USUARIO-EXIT.                                       00017570
           EXIT.                                                        00017580
                                                                        00017590
      ******************************************************************00017600
      ***                   2850-LISTAR-INCOMPATIBLE                 ***00017610
      ***                   ------------------------                 ***00017620
      * SE LISTA LA COMBINACION INCOMPATIBLE DEL USUARIO EN CURSO CON  *00017630
      * EL CONFLICTO DE LA MATRIZ QUE INCUMPLE.                        *00017640
      ******************************************************************00017650
       2850-LISTAR-INCOMPATIBLE.                                        00017660
                                                                        00017670
           ADD CN-1                          TO CT-INCOMPATIBLES        00017680
                                                                        00017690
           MOVE WK-USUARIO-ANTERIOR          TO WI-OPERADOR             00017700
           MOVE WK-AC-CODIGO (WK-CF-ACT1 (WK-IDX-CONFLICTO))            00017710
                                             TO WI-CODACT1              00017720
           MOVE WK-AC-DESCRIPCION (WK-CF-ACT1 (WK-IDX-CONFLICTO))       00017730
                                             TO WI-DESACT1              00017740
           MOVE WK-AC-CODIGO (WK-CF-ACT2 (WK-IDX-CONFLICTO))            00017750
                                             TO WI-CODACT2              00017760
           MOVE WK-AC-DESCRIPCION (WK-CF-ACT2 (WK-IDX-CONFLICTO))       00017770
                                             TO WI-DESACT2              00017780
           MOVE WK-CF-DESCONF (WK-IDX-CONFLICTO)                        00017790
                                             TO WI-DESCONF              00017800
                                                                        00017810
           MOVE WK-LINEA-CONFLICTO           TO REG-XXBASES1            00017820
           PERFORM 9300-ESCRIBIR-LISTADO                                00017830
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00017840
                                                                        00017850
           MOVE WK-LINEA-CONFLICTO-2         TO REG-XXBASES1            00017860
           PERFORM 9300-ESCRIBIR-LISTADO                                00017870
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00017880
                                                                        00017890
           .                                                            00017900
       2850-LISTAR-INCOMPATIBLE-EXIT.                                   00017910
           EXIT.                                                        00017920
                                                                        00017930
      ******************************************************************00017940
      ***                   2900-BUSCAR-ACTIVIDAD                    ***00017950
      ***                   ---------------------                    ***00017960
      * SE BUSCA EL CODIGO DE ACTIVIDAD EN EL CATALOGO. DEVUELVE SU    *00017970
      * POSICION EN WK-IDX-ENCONTRADO, O CERO SI NO EXISTE.            *00017980
      ******************************************************************00017990
       2900-BUSCAR-ACTIVIDAD.                                           00018000
                                                                        00018010
           MOVE ZEROES                       TO WK-IDX-ENCONTRADO       00018020
                                                                        00018030
           PERFORM 2910-COMPARAR-ACTIVIDAD                              00018040
              THRU 2910-COMPARAR-ACTIVIDAD-EXIT                         00018050
             VARYING WK-IDX-ACTIVIDAD FROM CN-1 BY CN-1                 00018060
               UNTIL WK-IDX-ACTIVIDAD > CN-NUM-ACTIVIDADES              00018070
                  OR WK-IDX-ENCONTRADO > ZEROES                         00018080
                                                                        00018090
           .                                                            00018100
       2900-BUSCAR-ACTIVIDAD-EXIT.                                      00018110
           EXIT.                                                        00018120
                                                                        00018130
      ******************************************************************00018140
      ***                   2910-COMPARAR-ACTIVIDAD                  ***00018150
      ***                   -----------------------                  ***00018160
      * SE COMPARA EL CODIGO BUSCADO CON UNA ENTRADA DEL CATALOGO.     *00018170
      ******************************************************************00018180
       2910-COMPARAR-ACTIVIDAD.                                         00018190
                                                                        00018200
           IF  WK-AC-CODIGO (WK-IDX-ACTIVIDAD) = WK-CODIGO-BUSCADO      00018210
               MOVE WK-IDX-ACTIVIDAD         TO WK-IDX-ENCONTRADO       00018220
           END-IF                                                       00018230
                                                                        00018240
           .                                                            00018250
       2910-COMPARAR-ACTIVIDAD-EXIT.                                    00018260
           EXIT.                                                        00018270
                                                                        00018280
      ******************************************************************00018290
      ***                   3000-FIN                                 ***00018300
      ***                   --------                                 ***00018310
      * SE CIERRA EL FICHERO Y SE MUESTRAN LAS ESTADISTICAS.           *00018320
      ******************************************************************00018330
       3000-FIN.                                                        00018340
                                                                        00018350
           PERFORM 3100-CERRAR-FICHEROS                                 00018360
              THRU 3100-CERRAR-FICHEROS-EXIT                            00018370
                                                                        00018380
           PERFORM 3200-ESTADISTICAS                                    00018390
              THRU 3200-ESTADISTICAS-EXIT                               00018400
                                                                        00018410
           STOP RUN                                                     00018420
                                                                        00018430
           .                                                            00018440
       3000-FIN-EXIT.                                                   00018450
           EXIT.                                                        00018460
                                                                        00018470
      ******************************************************************00018480
      ***                   3100-CERRAR-FICHEROS                     ***00018490
      ***                   --------------------                     ***00018500
      * SE REALIZA EL CIERRE DEL FICHERO.                              *00018510
      ******************************************************************00018520
       3100-CERRAR-FICHEROS.                                            00018530
                                                                        00018540
           CLOSE XXBASES1                                               00018550
                                                                        00018560
           IF  FS-XXBASES1 NOT = CA-FS-OK                               00018570
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00018580
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00018590
               MOVE CA-PRF-3100              TO WK-PARRAFO              00018600
               MOVE CA-XXBASES1              TO WK-DDNAME               00018610
               MOVE FS-XXBASES1              TO WK-FILE-STATUS          00018620
                                                                        00018630
               PERFORM 9000-CANCELACION                                 00018640
                  THRU 9000-CANCELACION-EXIT                            00018650
                                                                        00018660
           END-IF                                                       00018670
                                                                        00018680
           .                                                            00018690
       3100-CERRAR-FICHEROS-EXIT.                                       00018700
           EXIT.                                                        00018710
                                                                        00018720
      ******************************************************************00018730
      ***                   3200-ESTADISTICAS                        ***00018740
      ***                   -----------------                        ***00018750
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00018760
      ******************************************************************00018770
       3200-ESTADISTICAS.                                               00018780
                                                                        00018790
           MOVE CT-FILAS-MATRIZ              TO WK-FILAS-MATRIZ-ED      00018800
           MOVE CT-MATRIZ-IGNORADAS          TO WK-MATRIZ-IGNORADAS-ED  00018810
           MOVE CT-PAREJAS-RECIPROCAS        TO WK-RECIPROCAS-ED        00018820
           MOVE CT-APROBADORES               TO WK-APROBADORES-ED       00018830
           MOVE CT-CONCENTRACIONES           TO WK-CONCENTRACIONES-ED   00018840
           MOVE CT-USUARIOS                  TO WK-USUARIOS-ED          00018850
           MOVE CT-INCOMPATIBLES             TO WK-INCOMPATIBLES-ED     00018860
                                                                        00018870
           DISPLAY WK-CAB-1                                             00018880
           DISPLAY WK-CAB-2                                             00018890
           DISPLAY WK-CAB-1                                             00018900
           DISPLAY WK-CAB-3                                             00018910
           DISPLAY WK-CAB-4                                             00018920
           DISPLAY WK-CAB-5                                             00018930
           DISPLAY WK-CAB-6                                             00018940
           DISPLAY WK-CAB-7                                             00018950
           DISPLAY WK-CAB-8                                             00018960
           DISPLAY WK-CAB-9                                             00018970
           DISPLAY WK-CAB-1                                             00018980
                                                                        00018990
           .                                                            00019000
       3200-ESTADISTICAS-EXIT.                                          00019010
           EXIT.                                                        00019020
                                                                        00019030
      ******************************************************************00019040
      ***                   9100-LEER-MATRIZ                         ***00019050
      ***                   ----------------                         ***00019060
      * SE LEE LA SIGUIENTE FILA DE LA MATRIZ DE CONFLICTOS.           *00019070
      ******************************************************************00019080
       9100-LEER-MATRIZ.                                                00019090
                                                                        00019100
           EXEC SQL                                                     00019110
                FETCH C-MATRIZ                                          00019120
                 INTO :G3225-CODACT1, :G3225-CODACT2,                   00019130
                      :G3225-AMBITO,  :G3225-DESCONF                    00019140
           END-EXEC                                                     00019150
                                                                        00019160
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00019170
                                                                        00019180
           EVALUATE  TRUE                                               00019190
               WHEN  DB2-OK                                             00019200
                     ADD CN-1                TO CT-FILAS-MATRIZ         00019210
                                                                        00019220
               WHEN  DB2-CLV-NOT-FOUND                                  00019230
                     SET SI-FIN-MATRIZ       TO TRUE                    00019240
                                                                        00019250
               WHEN  OTHER                                              00019260
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00019270
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00019280
                     MOVE CA-PRF-9100        TO WK-PARRAFO              00019290
                     MOVE CA-XXBASEG         TO WK-RUTINA               00019300
                     MOVE CA-SOD-CONFLICTO   TO WK-TABLA-DB2            00019310
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00019320
                                                                        00019330
                     PERFORM 9000-CANCELACION                           00019340
                        THRU 9000-CANCELACION-EXIT                      00019350
                                                                        00019360
           END-EVALUATE                                                 00019370
                                                                        00019380
           .                                                            00019390
       9100-LEER-MATRIZ-EXIT.                                           00019400
           EXIT.                                                        00019410
                                                                        00019420
      ******************************************************************00019430
      ***                   9200-LEER-RECIPROCA                      ***00019440
      ***                   -------------------                      ***00019450
      * SE LEE LA SIGUIENTE PAREJA DEL CURSOR DE PAREJAS RECIPROCAS.   *00019460
      ******************************************************************00019470
       9200-LEER-RECIPROCA.                                             00019480
                                                                        00019490
           EXEC SQL                                                     00019500
                FETCH C-RECIPROCAS                                      00019510
                 INTO :WK-RC-OPERADOR-A, :WK-RC-OPERADOR-B,             00019520
                      :WK-RC-CORR-AB,    :WK-RC-PARM-AB,                00019530
                      :WK-RC-CORR-BA,    :WK-RC-PARM-BA                 00019540
           END-EXEC                                                     00019550
                                                                        00019560
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00019570
                                                                        00019580
           EVALUATE  TRUE                                               00019590
               WHEN  DB2-OK                                             00019600
                     CONTINUE                                           00019610
                                                                        00019620
               WHEN  DB2-CLV-NOT-FOUND                                  00019630
                     SET SI-FIN-RECIPROCAS   TO TRUE                    00019640
                                                                        00019650
               WHEN  OTHER                                              00019660
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00019670
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00019680
                     MOVE CA-PRF-9200        TO WK-PARRAFO              00019690
                     MOVE CA-XXBASEG         TO WK-RUTINA               00019700
                     MOVE CA-POS-CORR-PEND   TO WK-TABLA-DB2            00019710
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00019720
                                                                        00019730
                     PERFORM 9000-CANCELACION                           00019740
                        THRU 9000-CANCELACION-EXIT                      00019750
                                                                        00019760
           END-EVALUATE                                                 00019770
                                                                        00019780
           .                                                            00019790
       9200-LEER-RECIPROCA-EXIT.                                        00019800
           EXIT.                                                        00019810
                                                                        00019820
      ******************************************************************00019830
      ***                   9250-LEER-APROBADOR                      ***00019840
      ***                   -------------------                      ***00019850
      * SE LEE EL SIGUIENTE APROBADOR DEL CURSOR DE APROBADORES.       *00019860
      ******************************************************************00019870
       9250-LEER-APROBADOR.                                             00019880
                                                                        00019890
           EXEC SQL                                                     00019900
                FETCH C-APROBADORES                                     00019910
                 INTO :WK-AP-ALMACEN, :WK-AP-OPERADOR,                  00019920
                      :WK-AP-NUM                                        00019930
           END-EXEC                                                     00019940
                                                                        00019950
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00019960
                                                                        00019970
           EVALUATE  TRUE                                               00019980
               WHEN  DB2-OK                                             00019990
                     ADD CN-1                TO CT-APROBADORES          00020000
                                                                        00020010
               WHEN  DB2-CLV-NOT-FOUND                                  00020020
                     SET SI-FIN-APROBADORES  TO TRUE                    00020030
                                                                        00020040
               WHEN  OTHER                                              00020050
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00020060
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00020070
                     MOVE CA-PRF-9250        TO WK-PARRAFO              00020080
                     MOVE CA-XXBASEG         TO WK-RUTINA               00020090
                     MOVE CA-POS-CORR-PEND   TO WK-TABLA-DB2            00020100
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00020110
                                                                        00020120
                     PERFORM 9000-CANCELACION                           00020130
                        THRU 9000-CANCELACION-EXIT                      00020140
                                                                        00020150
           END-EVALUATE                                                 00020160
                                                                        00020170
           .                                                            00020180
       9250-LEER-APROBADOR-EXIT.                                        00020190
           EXIT.                                                        00020200
                                                                        00020210
      ******************************************************************00020220
      ***                   9280-LEER-ACTIVIDAD                      ***00020230
      ***                   -------------------                      ***00020240
      * SE LEE EL SIGUIENTE GRUPO DEL CURSOR DE ACTIVIDAD.             *00020250
      ******************************************************************00020260
       9280-LEER-ACTIVIDAD.                                             00020270
                                                                        00020280
           EXEC SQL                                                     00020290
                FETCH C-ACTIVIDAD                                       00020300
                 INTO :WK-ACT-USUARIO, :WK-ACT-OBJETO,                  00020310
                      :WK-ACT-CODIGO,  :WK-ACT-NUM                      00020320
           END-EXEC                                                     00020330
                                                                        00020340
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00020350
                                                                        00020360
           EVALUATE  TRUE                                               00020370
               WHEN  DB2-OK                                             00020380
                     ADD CN-1                TO CT-GRUPOS-ACTIVIDAD     00020390
                                                                        00020400
               WHEN  DB2-CLV-NOT-FOUND                                  00020410
                     SET SI-FIN-ACTIVIDAD    TO TRUE                    00020420
                                                                        00020430
               WHEN  OTHER                                              00020440
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00020450
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00020460
                     MOVE CA-PRF-9280        TO WK-PARRAFO              00020470
                     MOVE CA-XXBASEG         TO WK-RUTINA               00020480
                     MOVE CA-TABLAS-AUDITORIA                           00020490
                                             TO WK-TABLA-DB2            00020500
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00020510
                                                                        00020520
                     PERFORM 9000-CANCELACION                           00020530
                        THRU 9000-CANCELACION-EXIT                      00020540
                                                                        00020550
           END-EVALUATE                                                 00020560
                                                                        00020570
           .                                                            00020580
       9280-LEER-ACTIVIDAD-EXIT.                                        00020590
           EXIT.                                                        00020600
                                                                        00020610
      ******************************************************************00020620
      ***                   9300-ESCRIBIR-LISTADO                    ***00020630
      ***                   ---------------------                    ***00020640
      * SE ESCRIBE UNA LINEA DEL LISTADO DE REVISION.                  *00020650
      ******************************************************************00020660
       9300-ESCRIBIR-LISTADO.                                           00020670
                                                                        00020680
           WRITE REG-XXBASES1                                           00020690
                                                                        00020700
           IF  FS-XXBASES1 NOT = CA-FS-OK                               00020710
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00020720
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00020730
               MOVE CA-PRF-9300              TO WK-PARRAFO              00020740
               MOVE CA-XXBASES1              TO WK-DDNAME               00020750
               MOVE FS-XXBASES1              TO WK-FILE-STATUS          00020760
               MOVE REG-XXBASES1             TO WK-DATOS-REGISTRO       00020770
                                                                        00020780
               PERFORM 9000-CANCELACION                                 00020790
                  THRU 9000-CANCELACION-EXIT                            00020800
                                                                        00020810
           END-IF                                                       00020820
                                                                        00020830
           .                                                            00020840
       9300-ESCRIBIR-LISTADO-EXIT.                                      00020850
           EXIT.                                                        00020860
                                                                        00020870
      ******************************************************************00020880
      ***                   9400-ESCRIBIR-TITULO                     ***00020890
      ***                   --------------------                     ***00020900
      * SE ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE UNA PARTE DEL    *00020910
      * LISTADO.                                                       *00020920
      ******************************************************************00020930
       9400-ESCRIBIR-TITULO.                                            00020940
                                                                        00020950
           MOVE SPACES                       TO REG-XXBASES1            00020960
           PERFORM 9300-ESCRIBIR-LISTADO                                00020970
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00020980
                                                                        00020990
           MOVE WK-LINEA-TITULO              TO REG-XXBASES1            00021000
           PERFORM 9300-ESCRIBIR-LISTADO                                00021010
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00021020
                                                                        00021030
           .                                                            00021040
       9400-ESCRIBIR-TITULO-EXIT.                                       00021050
           EXIT.                                                        00021060
                                                                        00021070
      ******************************************************************00021080
      ***                   9450-ESCRIBIR-TOTAL                      ***00021090
      ***                   -------------------                      ***00021100
      * SE ESCRIBE LA LINEA DE TOTAL DE UNA PARTE DEL LISTADO.         *00021110
      ******************************************************************00021120
       9450-ESCRIBIR-TOTAL.                                             00021130
                                                                        00021140
           MOVE WK-LINEA-TOTAL               TO REG-XXBASES1            00021150
           PERFORM 9300-ESCRIBIR-LISTADO                                00021160
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00021170
                                                                        00021180
           .                                                            00021190
       9450-ESCRIBIR-TOTAL-EXIT.                                        00021200
           EXIT.                                                        00021210
                                                                        00021220
      ******************************************************************00021230
      ***                   9000-CANCELACION                         ***00021240
      ***                   ----------------                         ***00021250
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00021260
      ******************************************************************00021270
       9000-CANCELACION.                                                00021280
                                                                        00021290
           MOVE CA-RESP                      TO WK-RESPONSABLE          00021300
                                                                        00021310
           EVALUATE  TRUE                                               00021320
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00021330
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00021340
                         TIPO_ERROR('WK-TIPO-ERROR')                    00021350
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00021360
                         RESPONSABLE('WK-RESPONSABLE')                  00021370
                         DESCRIPCION('WK-DESCRIPCION')                  00021380
                         PROGRAMA('WK-PROGRAMA')                        00021390
                         PARRAFO('WK-PARRAFO')                          00021400
                         SQLCA('SQLCA')                                 00021410
                         TABLA_DB2('WK-TABLA-DB2')                      00021420
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00021430
                     END-FUN                                            00021440
                                                                        00021450
               WHEN  OTHER                                              00021460
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00021470
                         TIPO_ERROR('WK-TIPO-ERROR')                    00021480
                         RESPONSABLE('WK-RESPONSABLE')                  00021490
                         DESCRIPCION('WK-DESCRIPCION')                  00021500
                         PROGRAMA('WK-PROGRAMA')                        00021510
                         PARRAFO('WK-PARRAFO')                          00021520
                         DDNAME('WK-DDNAME')                            00021530
                         FILE_STATUS('WK-FILE-STATUS')                  00021540
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00021550
                     END-FUN                                            00021560
                                                                        00021570
           END-EVALUATE                                                 00021580
                                                                        00021590
           .                                                            00021600
       9000-CANCELACION-EXIT.                                           00021610
           EXIT.                                                        00021620
