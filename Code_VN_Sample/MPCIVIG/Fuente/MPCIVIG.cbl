      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCIVIG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: VIGILANCIA DE PATRONES DE LOS AUTORIZADOS DE LOS *00000110
      *               FORMULARIOS DE INGRESO CON PIN. SOBRE LOS        *00000120
      *               FORMULARIOS TRATADOS EN EL DIA POR MPCITI06 Y UNA*00000130
      *               VENTANA MOVIL DE DIAS ANTERIORES, POR DOCUMENTO  *00000140
      *               DEL AUTORIZADO (MPYITI02-DOCAUTOR), SE DETECTAN: *00000150
      *               - AUTORIZADOS QUE ACTUAN PARA MAS DE N EMPRESAS  *00000160
      *                 DISTINTAS (MPYITI02-IBANEMPR) EN LA VENTANA.   *00000170
      *               - AUTORIZADOS CON MAS DE M FORMULARIOS EN EL DIA.*00000180
      *               - FORMULARIOS EMITIDOS PARA UNA EMPRESA DESPUES  *00000190
      *                 DE FINALIZAR EL REGISTRO DEL AUTORIZADO EN LA  *00000200
      *                 TABLA PARM_FIRMANTE (G3183_FEBAJA ANTERIOR A LA*00000210
      *                 FECHA DE EMISION).                             *00000220
      *               CADA HALLAZGO SE GRABA EN EL FICHERO DE CASOS    *00000230
      *               Y SE DETALLA EN EL LISTADO PARA CUMPLIMIENTO     *00000240
      *               NORMATIVO.                                       *00000250
      *               LA VENTANA GUARDA LAS PAREJAS DOCUMENTO/EMPRESA  *00000260
      *               DISTINTAS CON LA FECHA DE SU ULTIMO FORMULARIO Y *00000270
      *               SE REGENERA EN CADA EJECUCION.                   *00000280
      *-                                                              -*00000290
      *  PARAMETROS SYSIN:                                             *00000300
      *        NUMERO MAXIMO DE EMPRESAS POR AUTORIZADO (3 DIGITOS).   *00000310
      *        EN BLANCO SE TOMAN 5.                                   *00000320
      *        NUMERO MAXIMO DE FORMULARIOS DE UN AUTORIZADO EN EL DIA *00000330
      *        (4 DIGITOS). EN BLANCO SE TOMAN 20.                     *00000340
      *        DIAS DE LA VENTANA, INCLUIDO EL DEL PROCESO (3 DIGITOS).*00000350
      *        EN BLANCO SE TOMAN 30.                                  *00000360
      *-                                                              -*00000370
      *  FICHEROS DE ENTRADA:                                          *00000380
      *        MPCIVGE1 : FORMULARIOS TRATADOS EN EL DIA POR MPCITI06  *00000390
      *                   (FORMATO MPCITIE1).                          *00000400
      *        MPCIVGE2 : VENTANA DE LA EJECUCION ANTERIOR (MISMO      *00000410
      *                   FORMATO QUE MPCIVGS3). PUEDE VENIR VACIO.    *00000420
      *-                                                              -*00000430
      *  FICHEROS DE SALIDA:                                           *00000440
      *        MPCIVGS1 : FICHERO DE CASOS PARA CUMPLIMIENTO.          *00000450
      *        MPCIVGS2 : LISTADO DE CASOS.                            *00000460
      *        MPCIVGS3 : VENTANA ACTUALIZADA PARA LA SIGUIENTE        *00000470
      *                   EJECUCION.                                   *00000480
      *-                                                              -*00000490
      *  TABLAS DB2:                                                   *00000500
      *        PARM_FIRMANTE : CONSULTA.                               *00000510
      *-                                                              -*00000520
      *  CODIGOS DE RETORNO:                                           *00000530
      *        00 : PROCESO CORRECTO SIN CASOS.                        *00000540
      *        04 : SE HAN DETECTADO CASOS.                            *00000550
      *-                                                              -*00000560
      *  RUTINAS Y MODULOS:                                            *00000570
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000580
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000590
      *-                                                              -*00000600
      ******************************************************************00000610
      *                  M O D I F I C A C I O N E S                   *00000620
      *                  ---------------------------                   *00000630
      *                                                                *00000640
      * USUARIO  FECHA        DESCRIPCION                              *00000650
      * -------- ----------   ---------------------------------------- *00000660
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. VIGILANCIA DE    *00000670
      *                        AUTORIZADOS DE INGRESOS CON PIN.        *00000680
      *                                                                *00000690
      ******************************************************************00000700
                                                                        00000710
      ******************************************************************00000720
      * IDENTIFICATION DIVISION                                        *00000730
      ******************************************************************00000740
       IDENTIFICATION DIVISION.                                         00000750
       PROGRAM-ID.    MPCIVIG.                                          00000760
       AUTHOR.        VIEWNEXT.                                         00000770
       DATE-WRITTEN.  15-10-2026.                                       00000780
       DATE-COMPILED.                                                   00000790
                                                                        00000800
      ******************************************************************00000810
      * ENVIRONMENT DIVISION                                           *00000820
      ******************************************************************00000830
       ENVIRONMENT DIVISION.                                            00000840
                                                                        00000850
      *----------------------------------------------------------------*00000860
      * CONFIGURATION SECTION                                          *00000870
      *----------------------------------------------------------------*00000880
       CONFIGURATION SECTION.                                           00000890
                                                                        00000900
       SOURCE-COMPUTER. IBM-3090.                                       00000910
       OBJECT-COMPUTER. IBM-3090.                                       00000920
       SPECIAL-NAMES.                                                   00000930
           DECIMAL-POINT IS COMMA.                                      00000940
                                                                        00000950
      *----------------------------------------------------------------*00000960
      * INPUT OUTPUT SECTION                                           *00000970
      *----------------------------------------------------------------*00000980
       INPUT-OUTPUT SECTION.                                            00000990
       FILE-CONTROL.                                                    00001000
                                                                        00001010
      * -- FORMULARIOS TRATADOS EN EL DIA.                              00001020
           SELECT MPCIVGE1 ASSIGN MPCIVGE1                              00001030
                  ACCESS MODE IS SEQUENTIAL                             00001040
                  FILE STATUS IS FS-MPCIVGE1.                           00001050
                                                                        00001060
      * -- VENTANA DE LA EJECUCION ANTERIOR.                            00001070
           SELECT MPCIVGE2 ASSIGN MPCIVGE2                              00001080
                  ACCESS MODE IS SEQUENTIAL                             00001090
                  FILE STATUS IS FS-MPCIVGE2.                           00001100
                                                                        00001110
      * -- FICHERO DE CASOS.                                            00001120
           SELECT MPCIVGS1 ASSIGN MPCIVGS1                              00001130
                  ACCESS MODE IS SEQUENTIAL                             00001140
                  FILE STATUS IS FS-MPCIVGS1.                           00001150
                                                                        00001160
      * -- LISTADO DE CASOS.                                            00001170
           SELECT MPCIVGS2 ASSIGN MPCIVGS2                              00001180
                  ACCESS MODE IS SEQUENTIAL                             00001190
                  FILE STATUS IS FS-MPCIVGS2.                           00001200
                                                                        00001210
      * -- VENTANA ACTUALIZADA.                                         00001220
           SELECT MPCIVGS3 ASSIGN MPCIVGS3                              00001230
                  ACCESS MODE IS SEQUENTIAL                             00001240
                  FILE STATUS IS FS-MPCIVGS3.                           00001250
                                                                        00001260
      ******************************************************************00001270
      * DATA DIVISION                                                  *00001280
      ******************************************************************00001290
       DATA DIVISION.                                                   00001300
                                                                        00001310
      *----------------------------------------------------------------*00001320
      * FILE SECTION                                                   *00001330
      *----------------------------------------------------------------*00001340
       FILE SECTION.                                                    00001350
                                                                        00001360
       FD  MPCIVGE1                                                     00001370
           BLOCK CONTAINS 0 RECORDS                                     00001380
           RECORDING MODE IS F                                          00001390
           LABEL RECORD ARE STANDARD                                    00001400
           RECORD CONTAINS 400 CHARACTERS                               00001410
           DATA RECORD IS REG-MPCIVGE1.                                 00001420
       01  REG-MPCIVGE1                    PIC X(400).                  00001430
                                                                        00001440
       FD  MPCIVGE2                                                     00001450
           BLOCK CONTAINS 0 RECORDS                                     00001460
           RECORDING MODE IS F                                          00001470
           LABEL RECORD ARE STANDARD                                    00001480
           RECORD CONTAINS 50 CHARACTERS                                00001490
           DATA RECORD IS REG-MPCIVGE2.                                 00001500
       01  REG-MPCIVGE2                    PIC X(50).                   00001510
                                                                        00001520
       FD  MPCIVGS1                                                     00001530
           BLOCK CONTAINS 0 RECORDS                                     00001540
           RECORDING MODE IS F                                          00001550
           LABEL RECORD ARE STANDARD                                    00001560
           RECORD CONTAINS 200 CHARACTERS                               00001570
           DATA RECORD IS REG-MPCIVGS1.                                 00001580
       01  REG-MPCIVGS1                    PIC X(200).                  00001590
                                                                        00001600
       FD  MPCIVGS2                                                     00001610
           BLOCK CONTAINS 0 RECORDS                                     00001620
           RECORDING MODE IS F                                          00001630
           LABEL RECORD ARE STANDARD                                    00001640
           RECORD CONTAINS 132 CHARACTERS                               00001650
           DATA RECORD IS REG-MPCIVGS2.                                 00001660
       01  REG-MPCIVGS2                    PIC X(132).                  00001670
                                                                        00001680
       FD  MPCIVGS3                                                     00001690
           BLOCK CONTAINS 0 RECORDS                                     00001700
           RECORDING MODE IS F                                          00001710
           LABEL RECORD ARE STANDARD                                    00001720
           RECORD CONTAINS 50 CHARACTERS                                00001730
           DATA RECORD IS REG-MPCIVGS3.                                 00001740
       01  REG-MPCIVGS3                    PIC X(50).                   00001750
                                                                        00001760
      *----------------------------------------------------------------*00001770
      * WORKING-STORAGE SECTION                                        *00001780
      *----------------------------------------------------------------*00001790
       WORKING-STORAGE SECTION.                                         00001800
                                                                        00001810
      ******************************************************************00001820
      *                        S W I T C H E S                         *00001830
      ******************************************************************00001840
       01  SW-SWITCHES.                                                 00001850
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001860
               88  DB2-OK                              VALUE 0.         00001870
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001880
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001890
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001900
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001910
           05  SW-FIN-MPCIVGE1             PIC X(01)   VALUE 'N'.       00001920
               88  SI-FIN-MPCIVGE1                     VALUE 'S'.       00001930
               88  NO-FIN-MPCIVGE1                     VALUE 'N'.       00001940
           05  SW-FIN-MPCIVGE2             PIC X(01)   VALUE 'N'.       00001950
               88  SI-FIN-MPCIVGE2                     VALUE 'S'.       00001960
               88  NO-FIN-MPCIVGE2                     VALUE 'N'.       00001970
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00001980
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00001990
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00002000
           05  SW-HAY-CASOS                PIC X(01)   VALUE 'N'.       00002010
               88  SI-HAY-CASOS                        VALUE 'S'.       00002020
               88  NO-HAY-CASOS                        VALUE 'N'.       00002030
                                                                        00002040
      ******************************************************************00002050
      *                      C O N S T A N T E S                       *00002060
      ******************************************************************00002070
       01  CT-CONSTANTES.                                               00002080
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002090
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002100
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002110
               10  CA-RESP                 PIC X(14)   VALUE            00002120
                                   'MEDIOS DE PAGO'.                    00002130
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002140
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002150
               10  CA-MPCIVIG              PIC X(08)   VALUE 'MPCIVIG'. 00002160
               10  CA-MPCIVGE1             PIC X(08)   VALUE 'MPCIVGE1'.00002170
               10  CA-MPCIVGE2             PIC X(08)   VALUE 'MPCIVGE2'.00002180
               10  CA-MPCIVGS1             PIC X(08)   VALUE 'MPCIVGS1'.00002190
               10  CA-MPCIVGS2             PIC X(08)   VALUE 'MPCIVGS2'.00002200
               10  CA-MPCIVGS3             PIC X(08)   VALUE 'MPCIVGS3'.00002210
               10  CA-PARM-FIRMANTE        PIC X(13)   VALUE            00002220
                                   'PARM_FIRMANTE'.                     00002230
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00002240
                                   'SYSIBM.SYSDUMMY1'.                  00002250
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002260
               10  CA-FORMATO-FECHA        PIC X(01)   VALUE '/'.       00002270
      *--      TIPOS DE CASO DEL FICHERO DE CASOS.                      00002280
               10  CA-CASO-EMPRESAS        PIC X(01)   VALUE 'E'.       00002290
               10  CA-CASO-DIA             PIC X(01)   VALUE 'D'.       00002300
               10  CA-CASO-REGISTRO        PIC X(01)   VALUE 'C'.       00002310
      *--      TITULOS DE LAS SECCIONES DEL LISTADO.                    00002320
               10  CA-TIT-REGISTRO         PIC X(50)   VALUE            00002330
                   'FORMULARIOS EMITIDOS TRAS LA BAJA DEL AUTORIZADO'.  00002340
               10  CA-TIT-EMPRESAS         PIC X(50)   VALUE            00002350
                   'AUTORIZADOS CON EXCESO DE EMPRESAS EN LA VENTANA'.  00002360
               10  CA-TIT-DIA              PIC X(50)   VALUE            00002370
                   'AUTORIZADOS CON EXCESO DE FORMULARIOS EN EL DIA'.   00002380
               10  CA-SIN-CASOS            PIC X(20)   VALUE            00002390
                                   '   SIN CASOS'.                      00002400
               10  CA-LIT-BAJA             PIC X(06)   VALUE 'BAJA: '.  00002410
               10  CA-LIT-ULTIMO           PIC X(06)   VALUE 'ULT.: '.  00002420
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002430
                                   'ERROR AL ABRIR UN FICHERO'.         00002440
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002450
                                   'ERROR AL CERRAR UN FICHERO'.        00002460
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002470
                                   'ERROR AL LEER UN FICHERO'.          00002480
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002490
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002500
               10  CA-ERR-PARAMETROS       PIC X(38)   VALUE            00002510
                         'PARAMETROS DE SYSIN ERRONEOS          '.      00002520
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00002530
                         'ERROR AL OBTENER FECHAS DEL PROCESO   '.      00002540
               10  CA-ERR-SELECT           PIC X(38)   VALUE            00002550
                         'ERROR AL CONSULTAR PARM_FIRMANTE      '.      00002560
               10  CA-ERR-TABLA-AUTOR      PIC X(38)   VALUE            00002570
                         'TABLA DE AUTORIZADOS DESBORDADA       '.      00002580
               10  CA-ERR-TABLA-PAREJAS    PIC X(38)   VALUE            00002590
                         'TABLA DE AUTORIZADOS/EMPRESAS LLENA   '.      00002600
               10  CA-PRF-1050             PIC X(23)   VALUE            00002610
                                   '1050-VALIDAR-PARAMETROS'.           00002620
               10  CA-PRF-1080             PIC X(20)   VALUE            00002630
                                   '1080-OBTENER-FECHAS'.               00002640
               10  CA-PRF-1100             PIC X(19)   VALUE            00002650
                                   '1100-ABRIR-FICHEROS'.               00002660
               10  CA-PRF-2150             PIC X(25)   VALUE            00002670
                                   '2150-LOCALIZAR-AUTORIZADO'.         00002680
               10  CA-PRF-2250             PIC X(22)   VALUE            00002690
                                   '2250-LOCALIZAR-PAREJA'.             00002700
               10  CA-PRF-2300             PIC X(25)   VALUE            00002710
                                   '2300-COMPROBAR-REGISTRO'.           00002720
               10  CA-PRF-3100             PIC X(20)   VALUE            00002730
                                   '3100-CERRAR-FICHEROS'.              00002740
               10  CA-PRF-9100             PIC X(18)   VALUE            00002750
                                   '9100-LEER-MPCIVGE1'.                00002760
               10  CA-PRF-9110             PIC X(18)   VALUE            00002770
                                   '9110-LEER-MPCIVGE2'.                00002780
               10  CA-PRF-9200             PIC X(20)   VALUE            00002790
                                   '9200-ESCRIBIR-CASO'.                00002800
               10  CA-PRF-9300             PIC X(22)   VALUE            00002810
                                   '9300-ESCRIBIR-LISTADO'.             00002820
               10  CA-PRF-9400             PIC X(22)   VALUE            00002830
                                   '9400-ESCRIBIR-VENTANA'.             00002840
                                                                        00002850
           05  CN-CONSTANTES-NUMERICAS.                                 00002860
               10  CN-1                    PIC 9(01)   VALUE 1.         00002870
               10  CN-4                    PIC 9(01)   VALUE 4.         00002880
               10  CN-MAX-EMPRESAS-DEF     PIC 9(03)   VALUE 5.         00002890
               10  CN-MAX-DIA-DEF          PIC 9(04)   VALUE 20.        00002900
               10  CN-DIAS-VENTANA-DEF     PIC 9(03)   VALUE 30.        00002910
               10  CN-MAX-AUTORIZADOS      PIC 9(05)   VALUE 5000.      00002920
               10  CN-MAX-PAREJAS          PIC 9(05)   VALUE 20000.     00002930
                                                                        00002940
      ******************************************************************00002950
      *                    C O N T A D O R E S                         *00002960
      ******************************************************************00002970
       01  CT-CONTADORES.                                               00002980
           05  CT-FORMULARIOS              PIC 9(9)    VALUE ZEROES.    00002990
           05  CT-SIN-DOCUMENTO            PIC 9(9)    VALUE ZEROES.    00003000
           05  CT-SIN-FECHA                PIC 9(9)    VALUE ZEROES.    00003010
           05  CT-VENTANA-LEIDOS           PIC 9(9)    VALUE ZEROES.    00003020
           05  CT-VENTANA-CADUCADOS        PIC 9(9)    VALUE ZEROES.    00003030
           05  CT-VENTANA-GRABADOS         PIC 9(9)    VALUE ZEROES.    00003040
           05  CT-CASOS-REGISTRO           PIC 9(9)    VALUE ZEROES.    00003050
           05  CT-CASOS-EMPRESAS           PIC 9(9)    VALUE ZEROES.    00003060
           05  CT-CASOS-DIA                PIC 9(9)    VALUE ZEROES.    00003070
           05  CT-REG-CASOS                PIC 9(9)    VALUE ZEROES.    00003080
                                                                        00003090
      ******************************************************************00003100
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003110
      ******************************************************************00003120
       01  WK-ESTADISTICA.                                              00003130
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003140
           05  WK-CAB-2                    PIC X(55)   VALUE            00003150
                   '* ESTADISTICAS DE MPCIVIG                   *'.     00003160
           05  WK-CAB-3.                                                00003170
               10  FILLER                  PIC X(45)   VALUE            00003180
                   '* FORMULARIOS DEL DIA (MPCIVGE1):          '.       00003190
               10  WK-FORMULARIOS-ED       PIC ZZZZZZZZ9.               00003200
               10  FILLER                  PIC X(01)   VALUE '*'.       00003210
           05  WK-CAB-4.                                                00003220
               10  FILLER                  PIC X(45)   VALUE            00003230
                   '* FORMULARIOS SIN DOCUMENTO O SIN IBAN:    '.       00003240
               10  WK-SIN-DOCUMENTO-ED     PIC ZZZZZZZZ9.               00003250
               10  FILLER                  PIC X(01)   VALUE '*'.       00003260
           05  WK-CAB-5.                                                00003270
               10  FILLER                  PIC X(45)   VALUE            00003280
                   '* FORMULARIOS CON FECHA DE EMISION ERRONEA: '.      00003290
               10  WK-SIN-FECHA-ED         PIC ZZZZZZZZ9.               00003300
               10  FILLER                  PIC X(01)   VALUE '*'.       00003310
           05  WK-CAB-6.                                                00003320
               10  FILLER                  PIC X(45)   VALUE            00003330
                   '* PAREJAS VENTANA ANTERIOR (MPCIVGE2):     '.       00003340
               10  WK-VENTANA-LEIDOS-ED    PIC ZZZZZZZZ9.               00003350
               10  FILLER                  PIC X(01)   VALUE '*'.       00003360
           05  WK-CAB-7.                                                00003370
               10  FILLER                  PIC X(45)   VALUE            00003380
                   '* PAREJAS FUERA DE LA VENTANA:             '.       00003390
               10  WK-VENTANA-CADUCADOS-ED PIC ZZZZZZZZ9.               00003400
               10  FILLER                  PIC X(01)   VALUE '*'.       00003410
           05  WK-CAB-8.                                                00003420
               10  FILLER                  PIC X(45)   VALUE            00003430
                   '* PAREJAS VENTANA ACTUALIZADA (MPCIVGS3):  '.       00003440
               10  WK-VENTANA-GRABADOS-ED  PIC ZZZZZZZZ9.               00003450
               10  FILLER                  PIC X(01)   VALUE '*'.       00003460
           05  WK-CAB-9.                                                00003470
               10  FILLER                  PIC X(45)   VALUE            00003480
                   '* CASOS FORMULARIO TRAS BAJA DEL REGISTRO: '.       00003490
               10  WK-CASOS-REGISTRO-ED    PIC ZZZZZZZZ9.               00003500
               10  FILLER                  PIC X(01)   VALUE '*'.       00003510
           05  WK-CAB-10.                                               00003520
               10  FILLER                  PIC X(45)   VALUE            00003530
                   '* CASOS AUTORIZADO CON EXCESO DE EMPRESAS: '.       00003540
               10  WK-CASOS-EMPRESAS-ED    PIC ZZZZZZZZ9.               00003550
               10  FILLER                  PIC X(01)   VALUE '*'.       00003560
           05  WK-CAB-11.                                               00003570
               10  FILLER                  PIC X(45)   VALUE            00003580
                   '* CASOS AUTORIZADO CON EXCESO EN EL DIA:   '.       00003590
               10  WK-CASOS-DIA-ED         PIC ZZZZZZZZ9.               00003600
               10  FILLER                  PIC X(01)   VALUE '*'.       00003610
           05  WK-CAB-12.                                               00003620
               10  FILLER                  PIC X(45)   VALUE            00003630
                   '* REGISTROS DEL FICHERO DE CASOS (MPCIVGS1):'.      00003640
               10  WK-REG-CASOS-ED         PIC ZZZZZZZZ9.               00003650
               10  FILLER                  PIC X(01)   VALUE '*'.       00003660
                                                                        00003670
      ******************************************************************00003680
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003690
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003700
      ******************************************************************00003710
       01  WK-CANCELACION-BATCH.                                        00003720
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003730
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003740
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003750
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCIVIG'. 00003760
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003770
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003780
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003790
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003800
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003810
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003820
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003830
                                                                        00003840
      ******************************************************************00003850
      *                      F I L E  S T A T U S                      *00003860
      ******************************************************************00003870
       01  FS-FILE-STATUS.                                              00003880
           05  FS-MPCIVGE1                 PIC X(02).                   00003890
           05  FS-MPCIVGE2                 PIC X(02).                   00003900
           05  FS-MPCIVGS1                 PIC X(02).                   00003910
           05  FS-MPCIVGS2                 PIC X(02).                   00003920
           05  FS-MPCIVGS3                 PIC X(02).                   00003930
                                                                        00003940
      ******************************************************************00003950
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003960
      ******************************************************************00003970
       01  WK-PARAMETROS-SYSIN.                                         00003980
           05  WK-MAX-EMPRESAS-AN          PIC X(03)   VALUE SPACES.    00003990
           05  WK-MAX-DIA-AN               PIC X(04)   VALUE SPACES.    00004000
           05  WK-DIAS-VENTANA-AN          PIC X(03)   VALUE SPACES.    00004010
                                                                        00004020
      ******************************************************************00004030
      * UMBRALES Y FECHAS DEL PROCESO. LA VENTANA COMIENZA (DIAS - 1)  *00004040
      * DIAS ANTES DE LA FECHA DEL PROCESO.                            *00004050
      ******************************************************************00004060
       01  WK-UMBRALES.                                                 00004070
           05  WK-MAX-EMPRESAS             PIC 9(03)   VALUE ZEROES.    00004080
           05  WK-MAX-DIA                  PIC 9(04)   VALUE ZEROES.    00004090
           05  WK-DIAS-VENTANA             PIC 9(03)   VALUE ZEROES.    00004100
                                                                        00004110
       01  WK-DIAS-ATRAS                   PIC S9(09) COMP VALUE ZEROES.00004120
       01  WK-FECHA-PROCESO                PIC X(10)   VALUE SPACES.    00004130
       01  WK-FECHA-INICIO                 PIC X(10)   VALUE SPACES.    00004140
                                                                        00004150
      ******************************************************************00004160
      * FECHA DE EMISION DEL FORMULARIO (DD/MM/AAAA) Y SU CONVERSION A *00004170
      * FORMATO ISO PARA LA CONSULTA DE PARM_FIRMANTE.                 *00004180
      ******************************************************************00004190
       01  WK-FECEMIS-DESGLOSE.                                         00004200
           05  WK-FE-DIA                   PIC X(02).                   00004210
           05  WK-FE-SEP-1                 PIC X(01).                   00004220
           05  WK-FE-MES                   PIC X(02).                   00004230
           05  WK-FE-SEP-2                 PIC X(01).                   00004240
           05  WK-FE-ANIO                  PIC X(04).                   00004250
                                                                        00004260
       01  WK-FECEMIS-ISO.                                              00004270
           05  WK-FI-ANIO                  PIC X(04).                   00004280
           05  FILLER                      PIC X(01)   VALUE '-'.       00004290
           05  WK-FI-MES                   PIC X(02).                   00004300
           05  FILLER                      PIC X(01)   VALUE '-'.       00004310
           05  WK-FI-DIA                   PIC X(02).                   00004320
                                                                        00004330
       01  WK-FECHA-EMISION                PIC X(10)   VALUE SPACES.    00004340
       01  WK-FECHA-BAJA                   PIC X(10)   VALUE SPACES.    00004350
       01  WK-NUM-VIGENTES                 PIC S9(09) COMP VALUE ZEROES.00004360
       01  WK-NUM-FINALIZADOS              PIC S9(09) COMP VALUE ZEROES.00004370
                                                                        00004380
      ******************************************************************00004390
      * AUTORIZADOS CON FORMULARIOS EN EL DIA, ORDENADOS POR DOCUMENTO,*00004400
      * CON EL NUMERO DE FORMULARIOS DEL DIA.                          *00004410
      ******************************************************************00004420
       01  WK-TABLA-AUTORIZADOS.                                        00004430
           05  WK-NUM-AUTORIZADOS          PIC 9(05)   VALUE ZEROES.    00004440
           05  WK-IDX-AUTOR                PIC 9(05)   VALUE ZEROES.    00004450
           05  WK-IDX-DESPLAZA             PIC 9(05)   VALUE ZEROES.    00004460
           05  WK-BAJO                     PIC 9(05)   VALUE ZEROES.    00004470
           05  WK-ALTO                     PIC 9(05)   VALUE ZEROES.    00004480
           05  WK-AUTOR-TAB                OCCURS 5000 TIMES.           00004490
               10  WK-AU-DOCAUTOR          PIC X(09).                   00004500
               10  WK-AU-CODAUTOR          PIC X(09).                   00004510
               10  WK-AU-NOMAUTOR          PIC X(40).                   00004520
               10  WK-AU-FORMULARIOS       PIC 9(05).                   00004530
                                                                        00004540
      ******************************************************************00004550
      * PAREJAS DOCUMENTO DEL AUTORIZADO / IBAN DE LA EMPRESA DE LA    *00004560
      * VENTANA, ORDENADAS POR DOCUMENTO E IBAN, CON LA FECHA DEL      *00004570
      * ULTIMO FORMULARIO.                                             *00004580
      ******************************************************************00004590
       01  WK-TABLA-PAREJAS.                                            00004600
           05  WK-NUM-PAREJAS              PIC 9(05)   VALUE ZEROES.    00004610
           05  WK-IDX-PAREJA               PIC 9(05)   VALUE ZEROES.    00004620
           05  WK-PRIMERA-PAREJA           PIC 9(05)   VALUE ZEROES.    00004630
           05  WK-NUM-EMPRESAS             PIC 9(05)   VALUE ZEROES.    00004640
           05  WK-PAREJA-BUSCADA.                                       00004650
               10  WK-PB-DOCAUTOR          PIC X(09).                   00004660
               10  WK-PB-IBANEMPR          PIC X(24).                   00004670
           05  WK-PAREJA-TAB               OCCURS 20000 TIMES.          00004680
               10  WK-PJ-CLAVE.                                         00004690
                   15  WK-PJ-DOCAUTOR      PIC X(09).                   00004700
                   15  WK-PJ-IBANEMPR      PIC X(24).                   00004710
               10  WK-PJ-FECHA             PIC X(10).                   00004720
                                                                        00004730
      ******************************************************************00004740
      * REGISTRO DE LA VENTANA (MPCIVGE2 Y MPCIVGS3).                  *00004750
      ******************************************************************00004760
       01  WK-REG-VENTANA.                                              00004770
           05  VN-DOCAUTOR                 PIC X(09).                   00004780
           05  VN-IBANEMPR                 PIC X(24).                   00004790
           05  VN-FECHA                    PIC X(10).                   00004800
           05  FILLER                      PIC X(07).                   00004810
                                                                        00004820
      ******************************************************************00004830
      * REGISTRO DEL FICHERO DE CASOS (MPCIVGS1). CX-VALOR ES EL       *00004840
      * NUMERO DE EMPRESAS (CASO E) O DE FORMULARIOS DEL DIA (CASO D) Y*00004850
      * CX-FECHA-REF LA FECHA DE BAJA DEL REGISTRO (CASO C) O DEL      *00004860
      * ULTIMO FORMULARIO PARA LA EMPRESA (CASO E).                    *00004870
      ******************************************************************00004880
       01  WK-REG-CASO.                                                 00004890
           05  CX-TIPO-CASO                PIC X(01).                   00004900
           05  CX-FECHA-PROCESO            PIC X(10).                   00004910
           05  CX-DOCAUTOR                 PIC X(09).                   00004920
           05  CX-CODAUTOR                 PIC X(09).                   00004930
           05  CX-NOMAUTOR                 PIC X(50).                   00004940
           05  CX-IBANEMPR                 PIC X(24).                   00004950
           05  CX-NUMFORM                  PIC 9(10).                   00004960
           05  CX-VALOR                    PIC 9(05).                   00004970
           05  CX-UMBRAL                   PIC 9(05).                   00004980
           05  CX-FECHA-REF                PIC X(10).                   00004990
           05  FILLER                      PIC X(67).                   00005000
                                                                        00005010
      * -- COPY DEL REGISTRO DE INGRESOS CON PIN.                       00005020
           COPY MPYITI02.                                               00005030
                                                                        00005040
      ******************************************************************00005050
      *                 L I N E A S  D E  I N F O R M E                *00005060
      ******************************************************************00005070
       01  WK-LINEA-CABECERA.                                           00005080
           05  FILLER                      PIC X(48)   VALUE            00005090
               'MPCIVIG - VIGILANCIA DE AUTORIZADOS INGRESOS PIN'.      00005100
           05  FILLER                      PIC X(09)   VALUE            00005110
                                   ' - FECHA '.                         00005120
           05  WC-FECHA-PROCESO            PIC X(10).                   00005130
           05  FILLER                      PIC X(11)   VALUE            00005140
                                   ' - VENTANA '.                       00005150
           05  WC-FECHA-INICIO             PIC X(10).                   00005160
           05  FILLER                      PIC X(03)   VALUE ' A '.     00005170
           05  WC-FECHA-FIN                PIC X(10).                   00005180
           05  FILLER                      PIC X(31)   VALUE SPACES.    00005190
                                                                        00005200
       01  WK-LINEA-UMBRALES.                                           00005210
           05  FILLER                      PIC X(31)   VALUE            00005220
                                   'MAXIMO DE EMPRESAS EN VENTANA: '.   00005230
           05  WU-MAX-EMPRESAS             PIC ZZ9.                     00005240
           05  FILLER                      PIC X(36)   VALUE            00005250
                           '   MAXIMO DE FORMULARIOS EN EL DIA: '.      00005260
           05  WU-MAX-DIA                  PIC ZZZ9.                    00005270
           05  FILLER                      PIC X(58)   VALUE SPACES.    00005280
                                                                        00005290
       01  WK-LINEA-SECCION.                                            00005300
           05  WS-TITULO                   PIC X(50).                   00005310
           05  FILLER                      PIC X(82)   VALUE SPACES.    00005320
                                                                        00005330
       01  WK-LINEA-TITULOS.                                            00005340
           05  FILLER                      PIC X(11)   VALUE            00005350
                                   'DOCUMENTO'.                         00005360
           05  FILLER                      PIC X(11)   VALUE 'CODIGO'.  00005370
           05  FILLER                      PIC X(42)   VALUE 'NOMBRE'.  00005380
           05  FILLER                      PIC X(26)   VALUE            00005390
                                   'IBAN EMPRESA'.                      00005400
           05  FILLER                      PIC X(12)   VALUE            00005410
                                   'FORMULARIO'.                        00005420
           05  FILLER                      PIC X(14)   VALUE            00005430
                                   'CIFRA UMBRAL'.                      00005440
           05  FILLER                      PIC X(16)   VALUE 'FECHA'.   00005450
                                                                        00005460
       01  WK-LINEA-DETALLE.                                            00005470
           05  WD-DOCAUTOR                 PIC X(09).                   00005480
           05  FILLER                      PIC X(02).                   00005490
           05  WD-CODAUTOR                 PIC X(09).                   00005500
           05  FILLER                      PIC X(02).                   00005510
           05  WD-NOMAUTOR                 PIC X(40).                   00005520
           05  FILLER                      PIC X(02).                   00005530
           05  WD-IBANEMPR                 PIC X(24).                   00005540
           05  FILLER                      PIC X(02).                   00005550
           05  WD-NUMFORM                  PIC Z(09)9.                  00005560
           05  WD-NUMFORM-X       REDEFINES WD-NUMFORM                  00005570
                                           PIC X(10).                   00005580
           05  FILLER                      PIC X(02).                   00005590
           05  WD-VALOR                    PIC ZZZZ9.                   00005600
           05  FILLER                      PIC X(01).                   00005610
           05  WD-UMBRAL                   PIC ZZZZ9.                   00005620
           05  FILLER                      PIC X(02).                   00005630
           05  WD-LIT-FECHA                PIC X(06).                   00005640
           05  WD-FECHA                    PIC X(10).                   00005650
           05  FILLER                      PIC X(01).                   00005660
                                                                        00005670
      *----------------------------------------------------------------*00005680
      * AREA DE COMUNICACION CON DB2                                   *00005690
      *----------------------------------------------------------------*00005700
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005710
                                                                        00005720
      * -- DCLGEN DE LA TABLA PARM_FIRMANTE.                            00005730
           EXEC SQL INCLUDE D4463400 END-EXEC.                          00005740
                                                                        00005750
      ******************************************************************00005760
      *                       PROCEDURE DIVISION                       *00005770
      ******************************************************************00005780
       PROCEDURE DIVISION.                                              00005790
                                                                        00005800
           PERFORM 1000-INICIO                                          00005810
              THRU 1000-INICIO-EXIT                                     00005820
                                                                        00005830
           PERFORM 2000-PROCESO                                         00005840
              THRU 2000-PROCESO-EXIT                                    00005850
             UNTIL SI-FIN-MPCIVGE1                                      00005860
                                                                        00005870
           PERFORM 3000-FIN                                             00005880
              THRU 3000-FIN-EXIT                                        00005890
                                                                        00005900
           .                                                            00005910
                                                                        00005920
      ******************************************************************00005930
      ***                   1000-INICIO                              ***00005940
      ***                   -----------                              ***00005950
      * SE VALIDAN LOS PARAMETROS, SE OBTIENEN LAS FECHAS DEL PROCESO, *00005960
      * SE ABREN LOS FICHEROS, SE CARGA LA VENTANA ANTERIOR, SE ESCRIBE*00005970
      * LA CABECERA DEL LISTADO Y SE LEE EL PRIMER FORMULARIO.         *00005980
      ******************************************************************00005990
       1000-INICIO.                                                     00006000
                                                                        00006010
           INITIALIZE CT-CONTADORES                                     00006020
                                                                        00006030
           MOVE ZEROES                       TO WK-NUM-AUTORIZADOS      00006040
                                                WK-NUM-PAREJAS          00006050
                                                                        00006060
           SET NO-FIN-MPCIVGE1               TO TRUE                    00006070
           SET NO-FIN-MPCIVGE2               TO TRUE                    00006080
           SET NO-HAY-CASOS                  TO TRUE                    00006090
                                                                        00006100
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00006110
                                                                        00006120
           PERFORM 1050-VALIDAR-PARAMETROS                              00006130
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00006140
                                                                        00006150
           PERFORM 1080-OBTENER-FECHAS                                  00006160
              THRU 1080-OBTENER-FECHAS-EXIT                             00006170
                                                                        00006180
           PERFORM 1100-ABRIR-FICHEROS                                  00006190
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006200
                                                                        00006210
           PERFORM 1200-CARGAR-VENTANA                                  00006220
              THRU 1200-CARGAR-VENTANA-EXIT                             00006230
                                                                        00006240
           PERFORM 1300-ESCRIBIR-CABECERA                               00006250
              THRU 1300-ESCRIBIR-CABECERA-EXIT                          00006260
                                                                        00006270
           PERFORM 9100-LEER-MPCIVGE1                                   00006280
              THRU 9100-LEER-MPCIVGE1-EXIT                              00006290
                                                                        00006300
           .                                                            00006310
       1000-INICIO-EXIT.                                                00006320
           EXIT.                                                        00006330
                                                                        00006340
      ******************************************************************00006350
      ***                   1050-VALIDAR-PARAMETROS                  ***00006360
      ***                   -----------------------                  ***00006370
      * SE VALIDAN LOS UMBRALES Y LOS DIAS DE LA VENTANA. UN PARAMETRO *00006380
      * EN BLANCO TOMA SU VALOR POR DEFECTO; UNO NO NUMERICO O A CERO  *00006390
      * CANCELA EL PROCESO.                                            *00006400
      ******************************************************************00006410
       1050-VALIDAR-PARAMETROS.                                         00006420
                                                                        00006430
           IF  WK-MAX-EMPRESAS-AN = SPACES                              00006440
               MOVE CN-MAX-EMPRESAS-DEF      TO WK-MAX-EMPRESAS         00006450
           ELSE                                                         00006460
               IF  WK-MAX-EMPRESAS-AN NOT NUMERIC                       00006470
                OR WK-MAX-EMPRESAS-AN = '000'                           00006480
                   GO TO 1050-ERROR-PARAMETROS                          00006490
               END-IF                                                   00006500
               MOVE WK-MAX-EMPRESAS-AN       TO WK-MAX-EMPRESAS         00006510
           END-IF                                                       00006520
                                                                        00006530
           IF  WK-MAX-DIA-AN = SPACES                                   00006540
               MOVE CN-MAX-DIA-DEF           TO WK-MAX-DIA              00006550
           ELSE                                                         00006560
               IF  WK-MAX-DIA-AN NOT NUMERIC                            00006570
                OR WK-MAX-DIA-AN = '0000'                               00006580
                   GO TO 1050-ERROR-PARAMETROS                          00006590
               END-IF                                                   00006600
               MOVE WK-MAX-DIA-AN            TO WK-MAX-DIA              00006610
           END-IF                                                       00006620
                                                                        00006630
           IF  WK-DIAS-VENTANA-AN = SPACES                              00006640
               MOVE CN-DIAS-VENTANA-DEF      TO WK-DIAS-VENTANA         00006650
           ELSE                                                         00006660
               IF  WK-DIAS-VENTANA-AN NOT NUMERIC                       00006670
                OR WK-DIAS-VENTANA-AN = '000'                           00006680
                   GO TO 1050-ERROR-PARAMETROS                          00006690
               END-IF                                                   00006700
               MOVE WK-DIAS-VENTANA-AN       TO WK-DIAS-VENTANA         00006710
           END-IF                                                       00006720
                                                                        00006730
           COMPUTE WK-DIAS-ATRAS = WK-DIAS-VENTANA - CN-1               00006740
                                                                        00006750
           GO TO 1050-VALIDAR-PARAMETROS-EXIT                           00006760
                                                                        00006770
           .                                                            00006780
       1050-ERROR-PARAMETROS.                                           00006790
                                                                        00006800
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00006810
           MOVE CA-ERR-PARAMETROS            TO WK-DESCRIPCION          00006820
           MOVE CA-PRF-1050                  TO WK-PARRAFO              00006830
           MOVE WK-PARAMETROS-SYSIN          TO WK-DATOS-REGISTRO       00006840
                                                                        00006850
           PERFORM 9000-CANCELACION                                     00006860
              THRU 9000-CANCELACION-EXIT                                00006870
                                                                        00006880
           .                                                            00006890
       1050-VALIDAR-PARAMETROS-EXIT.                                    00006900
           EXIT.                                                        00006910
                                                                        00006920
      ******************************************************************00006930
      ***                   1080-OBTENER-FECHAS                      ***00006940
      ***                   -------------------                      ***00006950
      * SE OBTIENEN DE DB2 LA FECHA DEL PROCESO Y LA DE COMIENZO DE LA *00006960
      * VENTANA EN FORMATO ISO (AAAA-MM-DD).                           *00006970
      ******************************************************************00006980
       1080-OBTENER-FECHAS.                                             00006990
                                                                        00007000
           EXEC SQL                                                     00007010
                SELECT CHAR(CURRENT DATE, ISO),                         00007020
                       CHAR(CURRENT DATE - :WK-DIAS-ATRAS DAYS, ISO)    00007030
                  INTO :WK-FECHA-PROCESO,                               00007040
                       :WK-FECHA-INICIO                                 00007050
                  FROM SYSIBM.SYSDUMMY1                                 00007060
           END-EXEC                                                     00007070
                                                                        00007080
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007090
                                                                        00007100
           IF  NOT DB2-OK                                               00007110
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007120
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00007130
               MOVE CA-PRF-1080               TO WK-PARRAFO             00007140
               MOVE CA-MPCIVIG                TO WK-RUTINA              00007150
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00007160
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007170
                                                                        00007180
               PERFORM 9000-CANCELACION                                 00007190
                  THRU 9000-CANCELACION-EXIT                            00007200
                                                                        00007210
           END-IF                                                       00007220
                                                                        00007230
           .                                                            00007240
       1080-OBTENER-FECHAS-EXIT.                                        00007250
           EXIT.                                                        00007260
                                                                        00007270
      ******************************************************************00007280
      ***                   1100-ABRIR-FICHEROS                      ***00007290
      ***                   -------------------                      ***00007300
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00007310
      ******************************************************************00007320
       1100-ABRIR-FICHEROS.                                             00007330
                                                                        00007340
           OPEN INPUT  MPCIVGE1                                         00007350
                       MPCIVGE2                                         00007360
                OUTPUT MPCIVGS1                                         00007370
                       MPCIVGS2                                         00007380
                       MPCIVGS3                                         00007390
                                                                        00007400
           IF  FS-MPCIVGE1 NOT = CA-FS-OK                               00007410
               MOVE CA-MPCIVGE1              TO WK-DDNAME               00007420
               MOVE FS-MPCIVGE1              TO WK-FILE-STATUS          00007430
               GO TO 1100-ERROR-APERTURA                                00007440
           END-IF                                                       00007450
                                                                        00007460
           IF  FS-MPCIVGE2 NOT = CA-FS-OK                               00007470
               MOVE CA-MPCIVGE2              TO WK-DDNAME               00007480
               MOVE FS-MPCIVGE2              TO WK-FILE-STATUS          00007490
               GO TO 1100-ERROR-APERTURA                                00007500
           END-IF                                                       00007510
                                                                        00007520
           IF  FS-MPCIVGS1 NOT = CA-FS-OK                               00007530
               MOVE CA-MPCIVGS1              TO WK-DDNAME               00007540
               MOVE FS-MPCIVGS1              TO WK-FILE-STATUS          00007550
               GO TO 1100-ERROR-APERTURA                                00007560
           END-IF                                                       00007570
                                                                        00007580
           IF  FS-MPCIVGS2 NOT = CA-FS-OK                               00007590
               MOVE CA-MPCIVGS2              TO WK-DDNAME               00007600
               MOVE FS-MPCIVGS2              TO WK-FILE-STATUS          00007610
               GO TO 1100-ERROR-APERTURA                                00007620
           END-IF                                                       00007630
                                                                        00007640
           IF  FS-MPCIVGS3 NOT = CA-FS-OK                               00007650
               MOVE CA-MPCIVGS3              TO WK-DDNAME               00007660
               MOVE FS-MPCIVGS3              TO WK-FILE-STATUS          00007670
               GO TO 1100-ERROR-APERTURA                                00007680
           END-IF                                                       00007690
                                                                        00007700
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00007710
                                                                        00007720
           .                                                            00007730
       1100-ERROR-APERTURA.                                             00007740
                                                                        00007750
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00007760
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00007770
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00007780
                                                                        00007790
           PERFORM 9000-CANCELACION                                     00007800
              THRU 9000-CANCELACION-EXIT                                00007810
                                                                        00007820
           .                                                            00007830
       1100-ABRIR-FICHEROS-EXIT.                                        00007840
           EXIT.                                                        00007850
                                                                        00007860
      ******************************************************************00007870
      ***                   1200-CARGAR-VENTANA                      ***00007880
      ***                   -------------------                      ***00007890
      * SE CARGAN LAS PAREJAS DE LA VENTANA ANTERIOR CUYO ULTIMO       *00007900
      * FORMULARIO SIGUE DENTRO DE LA VENTANA DEL PROCESO. UN FICHERO  *00007910
      * VACIO SE ADMITE (PRIMERA EJECUCION).                           *00007920
      ******************************************************************00007930
       1200-CARGAR-VENTANA.                                             00007940
                                                                        00007950
           PERFORM 9110-LEER-MPCIVGE2                                   00007960
              THRU 9110-LEER-MPCIVGE2-EXIT                              00007970
                                                                        00007980
           PERFORM 1250-ACUMULAR-VENTANA                                00007990
              THRU 1250-ACUMULAR-VENTANA-EXIT                           00008000
             UNTIL SI-FIN-MPCIVGE2                                      00008010
                                                                        00008020
           .                                                            00008030
       1200-CARGAR-VENTANA-EXIT.                                        00008040
           EXIT.                                                        00008050
                                                                        00008060
      ******************************************************************00008070
      ***                   1250-ACUMULAR-VENTANA                    ***00008080
      ***                   ---------------------                    ***00008090
      * SE GUARDA UNA PAREJA DE LA VENTANA ANTERIOR, SI NO HA SALIDO DE*00008100
      * LA VENTANA, Y SE LEE LA SIGUIENTE.                             *00008110
      ******************************************************************00008120
       1250-ACUMULAR-VENTANA.                                           00008130
                                                                        00008140
           IF  VN-FECHA < WK-FECHA-INICIO                               00008150
               ADD CN-1                      TO CT-VENTANA-CADUCADOS    00008160
           ELSE                                                         00008170
               MOVE VN-DOCAUTOR              TO WK-PB-DOCAUTOR          00008180
               MOVE VN-IBANEMPR              TO WK-PB-IBANEMPR          00008190
                                                                        00008200
               PERFORM 2250-LOCALIZAR-PAREJA                            00008210
                  THRU 2250-LOCALIZAR-PAREJA-EXIT                       00008220
                                                                        00008230
               IF  VN-FECHA > WK-PJ-FECHA (WK-IDX-PAREJA)               00008240
                   MOVE VN-FECHA     TO WK-PJ-FECHA (WK-IDX-PAREJA)     00008250
               END-IF                                                   00008260
           END-IF                                                       00008270
                                                                        00008280
           PERFORM 9110-LEER-MPCIVGE2                                   00008290
              THRU 9110-LEER-MPCIVGE2-EXIT                              00008300
                                                                        00008310
           .                                                            00008320
       1250-ACUMULAR-VENTANA-EXIT.                                      00008330
           EXIT.                                                        00008340
                                                                        00008350
      ******************************************************************00008360
      ***                   1300-ESCRIBIR-CABECERA                   ***00008370
      ***                   ----------------------                   ***00008380
      * SE ESCRIBEN LA CABECERA Y LOS UMBRALES DEL LISTADO Y EL TITULO *00008390
      * DE LA SECCION DE FORMULARIOS EMITIDOS TRAS LA BAJA, QUE SE     *00008400
      * DETECTAN DURANTE EL PROCESO.                                   *00008410
      ******************************************************************00008420
       1300-ESCRIBIR-CABECERA.                                          00008430
                                                                        00008440
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00008450
                                                WC-FECHA-FIN            00008460
           MOVE WK-FECHA-INICIO              TO WC-FECHA-INICIO         00008470
                                                                        00008480
           MOVE WK-LINEA-CABECERA            TO REG-MPCIVGS2            00008490
           PERFORM 9300-ESCRIBIR-LISTADO                                00008500
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008510
                                                                        00008520
           MOVE WK-MAX-EMPRESAS              TO WU-MAX-EMPRESAS         00008530
           MOVE WK-MAX-DIA                   TO WU-MAX-DIA              00008540
                                                                        00008550
           MOVE WK-LINEA-UMBRALES            TO REG-MPCIVGS2            00008560
           PERFORM 9300-ESCRIBIR-LISTADO                                00008570
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00008580
                                                                        00008590
           MOVE CA-TIT-REGISTRO              TO WS-TITULO               00008600
                                                                        00008610
           PERFORM 3400-ESCRIBIR-SECCION                                00008620
              THRU 3400-ESCRIBIR-SECCION-EXIT                           00008630
                                                                        00008640
           .                                                            00008650
       1300-ESCRIBIR-CABECERA-EXIT.                                     00008660
           EXIT.                                                        00008670
                                                                        00008680
      ******************************************************************00008690
      ***                   2000-PROCESO                             ***00008700
      ***                   ------------                             ***00008710
      * POR CADA FORMULARIO DEL DIA CON DOCUMENTO DEL AUTORIZADO E IBAN*00008720
      * DE LA EMPRESA SE CUENTA EN SU AUTORIZADO, SE ANOTA LA PAREJA EN*00008730
      * LA VENTANA Y SE COMPRUEBA EL REGISTRO EN PARM_FIRMANTE.        *00008740
      ******************************************************************00008750
       2000-PROCESO.                                                    00008760
                                                                        00008770
           IF  MPYITI02-DOCAUTOR = SPACES                               00008780
            OR MPYITI02-IBANEMPR = SPACES                               00008790
               ADD CN-1                      TO CT-SIN-DOCUMENTO        00008800
           ELSE                                                         00008810
               PERFORM 2150-LOCALIZAR-AUTORIZADO                        00008820
                  THRU 2150-LOCALIZAR-AUTORIZADO-EXIT                   00008830
                                                                        00008840
               ADD CN-1      TO WK-AU-FORMULARIOS (WK-IDX-AUTOR)        00008850
                                                                        00008860
               MOVE MPYITI02-DOCAUTOR        TO WK-PB-DOCAUTOR          00008870
               MOVE MPYITI02-IBANEMPR        TO WK-PB-IBANEMPR          00008880
                                                                        00008890
               PERFORM 2250-LOCALIZAR-PAREJA                            00008900
                  THRU 2250-LOCALIZAR-PAREJA-EXIT                       00008910
                                                                        00008920
               MOVE WK-FECHA-PROCESO TO WK-PJ-FECHA (WK-IDX-PAREJA)     00008930
                                                                        00008940
               PERFORM 2300-COMPROBAR-REGISTRO                          00008950
                  THRU 2300-COMPROBAR-REGISTRO-EXIT                     00008960
           END-IF                                                       00008970
                                                                        00008980
           PERFORM 9100-LEER-MPCIVGE1                                   00008990
              THRU 9100-LEER-MPCIVGE1-EXIT                              00009000
                                                                        00009010
           .                                                            00009020
       2000-PROCESO-EXIT.                                               00009030
           EXIT.                                                        00009040
                                                                        00009050
      ******************************************************************00009060
      ***                   2150-LOCALIZAR-AUTORIZADO                ***00009070
      ***                   -------------------------                ***00009080
      * SE BUSCA EL DOCUMENTO DEL AUTORIZADO EN LA TABLA. SI NO ESTA SE*00009090
      * DA DE ALTA EN SU POSICION, CON EL CODIGO Y EL NOMBRE DEL       *00009100
      * FORMULARIO EN CURSO.                                           *00009110
      ******************************************************************00009120
       2150-LOCALIZAR-AUTORIZADO.                                       00009130
                                                                        00009140
           SET NO-CLAVE-ENCONTRADA           TO TRUE                    00009150
           MOVE CN-1                         TO WK-BAJO                 00009160
           MOVE WK-NUM-AUTORIZADOS           TO WK-ALTO                 00009170
                                                                        00009180
           PERFORM 2160-PARTIR-AUTORIZADOS                              00009190
              THRU 2160-PARTIR-AUTORIZADOS-EXIT                         00009200
             UNTIL SI-CLAVE-ENCONTRADA                                  00009210
                OR WK-BAJO > WK-ALTO                                    00009220
                                                                        00009230
           IF  SI-CLAVE-ENCONTRADA                                      00009240
               GO TO 2150-LOCALIZAR-AUTORIZADO-EXIT                     00009250
           END-IF                                                       00009260
                                                                        00009270
           IF  WK-NUM-AUTORIZADOS NOT < CN-MAX-AUTORIZADOS              00009280
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009290
               MOVE CA-ERR-TABLA-AUTOR       TO WK-DESCRIPCION          00009300
               MOVE CA-PRF-2150              TO WK-PARRAFO              00009310
               MOVE MPYITI02                 TO WK-DATOS-REGISTRO       00009320
                                                                        00009330
               PERFORM 9000-CANCELACION                                 00009340
                  THRU 9000-CANCELACION-EXIT                            00009350
                                                                        00009360
           END-IF                                                       00009370
                                                                        00009380
           MOVE WK-BAJO                      TO WK-IDX-AUTOR            00009390
                                                                        00009400
           PERFORM 2170-DESPLAZAR-AUTORIZADO                            00009410
              THRU 2170-DESPLAZAR-AUTORIZADO-EXIT                       00009420
             VARYING WK-IDX-DESPLAZA FROM WK-NUM-AUTORIZADOS BY -1      00009430
               UNTIL WK-IDX-DESPLAZA < WK-IDX-AUTOR                     00009440
                                                                        00009450
           ADD CN-1                          TO WK-NUM-AUTORIZADOS      00009460
           INITIALIZE WK-AUTOR-TAB (WK-IDX-AUTOR)                       00009470
           MOVE MPYITI02-DOCAUTOR TO WK-AU-DOCAUTOR (WK-IDX-AUTOR)      00009480
           MOVE MPYITI02-CODAUTOR TO WK-AU-CODAUTOR (WK-IDX-AUTOR)      00009490
           MOVE MPYITI02-NOMAUTOR TO WK-AU-NOMAUTOR (WK-IDX-AUTOR)      00009500
                                                                        00009510
           .                                                            00009520
       2150-LOCALIZAR-AUTORIZADO-EXIT.                                  00009530
           EXIT.                                                        00009540
                                                                        00009550
      ******************************************************************00009560
      ***                   2160-PARTIR-AUTORIZADOS                  ***00009570
      ***                   -----------------------                  ***00009580
      * SE COMPARA EL ELEMENTO CENTRAL DEL TRAMO PENDIENTE Y SE        *00009590
      * DESCARTA LA MITAD QUE NO PUEDE CONTENER EL DOCUMENTO BUSCADO.  *00009600
      * SI NO SE ENCUENTRA, WK-BAJO QUEDA EN LA POSICION DE ALTA.      *00009610
      ******************************************************************00009620
       2160-PARTIR-AUTORIZADOS.                                         00009630
                                                                        00009640
           COMPUTE WK-IDX-AUTOR = (WK-BAJO + WK-ALTO) / 2               00009650
                                                                        00009660
           EVALUATE  TRUE                                               00009670
               WHEN  WK-AU-DOCAUTOR (WK-IDX-AUTOR) = MPYITI02-DOCAUTOR  00009680
                     SET SI-CLAVE-ENCONTRADA TO TRUE                    00009690
                                                                        00009700
               WHEN  WK-AU-DOCAUTOR (WK-IDX-AUTOR) < MPYITI02-DOCAUTOR  00009710
                     COMPUTE WK-BAJO = WK-IDX-AUTOR + 1                 00009720
                                                                        00009730
               WHEN  WK-IDX-AUTOR = CN-1                                00009740
                     MOVE ZEROES             TO WK-ALTO                 00009750
                                                                        00009760
               WHEN  OTHER                                              00009770
                     COMPUTE WK-ALTO = WK-IDX-AUTOR - 1                 00009780
                                                                        00009790
           END-EVALUATE                                                 00009800
                                                                        00009810
           .                                                            00009820
       2160-PARTIR-AUTORIZADOS-EXIT.                                    00009830
           EXIT.                                                        00009840
                                                                        00009850
      ******************************************************************00009860
      ***                   2170-DESPLAZAR-AUTORIZADO                ***00009870
      ***                   -------------------------                ***00009880
      * SE DESPLAZA UN AUTORIZADO UNA POSICION HACIA ABAJO.            *00009890
      ******************************************************************00009900
       2170-DESPLAZAR-AUTORIZADO.                                       00009910
                                                                        00009920
           MOVE WK-AUTOR-TAB (WK-IDX-DESPLAZA)                          00009930
             TO WK-AUTOR-TAB (WK-IDX-DESPLAZA + CN-1)                   00009940
                                                                        00009950
           .                                                            00009960
       2170-DESPLAZAR-AUTORIZADO-EXIT.                                  00009970
           EXIT.                                                        00009980
                                                                        00009990
      ******************************************************************00010000
      ***                   2250-LOCALIZAR-PAREJA                    ***00010010
      ***                   ---------------------                    ***00010020
      * SE BUSCA LA PAREJA DOCUMENTO/IBAN EN LA TABLA DE LA VENTANA. SI*00010030
      * NO ESTA SE DA DE ALTA EN SU POSICION.                          *00010040
      ******************************************************************00010050
       2250-LOCALIZAR-PAREJA.                                           00010060
                                                                        00010070
           PERFORM 2255-BUSCAR-PAREJA                                   00010080
              THRU 2255-BUSCAR-PAREJA-EXIT                              00010090
                                                                        00010100
           IF  SI-CLAVE-ENCONTRADA                                      00010110
               GO TO 2250-LOCALIZAR-PAREJA-EXIT                         00010120
           END-IF                                                       00010130
                                                                        00010140
           IF  WK-NUM-PAREJAS NOT < CN-MAX-PAREJAS                      00010150
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010160
               MOVE CA-ERR-TABLA-PAREJAS     TO WK-DESCRIPCION          00010170
               MOVE CA-PRF-2250              TO WK-PARRAFO              00010180
               MOVE WK-PAREJA-BUSCADA        TO WK-DATOS-REGISTRO       00010190
                                                                        00010200
               PERFORM 9000-CANCELACION                                 00010210
                  THRU 9000-CANCELACION-EXIT                            00010220
                                                                        00010230
           END-IF                                                       00010240
                                                                        00010250
           MOVE WK-BAJO                      TO WK-IDX-PAREJA           00010260
                                                                        00010270
           PERFORM 2270-DESPLAZAR-PAREJA                                00010280
              THRU 2270-DESPLAZAR-PAREJA-EXIT                           00010290
             VARYING WK-IDX-DESPLAZA FROM WK-NUM-PAREJAS BY -1          00010300
               UNTIL WK-IDX-DESPLAZA < WK-IDX-PAREJA                    00010310
                                                                        00010320
           ADD CN-1                          TO WK-NUM-PAREJAS          00010330
           MOVE WK-PAREJA-BUSCADA TO WK-PJ-CLAVE (WK-IDX-PAREJA)        00010340
           MOVE SPACES            TO WK-PJ-FECHA (WK-IDX-PAREJA)        00010350
                                                                        00010360
           .                                                            00010370
       2250-LOCALIZAR-PAREJA-EXIT.                                      00010380
           EXIT.                                                        00010390
                                                                        00010400
      ******************************************************************00010410
      ***                   2255-BUSCAR-PAREJA                       ***00010420
      ***                   ------------------                       ***00010430
      * BUSQUEDA BINARIA DE WK-PAREJA-BUSCADA. SI NO SE ENCUENTRA,     *00010440
      * WK-BAJO QUEDA EN LA POSICION QUE LE CORRESPONDERIA.            *00010450
      ******************************************************************00010460
       2255-BUSCAR-PAREJA.                                              00010470
                                                                        00010480
           SET NO-CLAVE-ENCONTRADA           TO TRUE                    00010490
           MOVE CN-1                         TO WK-BAJO                 00010500
           MOVE WK-NUM-PAREJAS               TO WK-ALTO                 00010510
                                                                        00010520
           PERFORM 2260-PARTIR-PAREJAS                                  00010530
              THRU 2260-PARTIR-PAREJAS-EXIT                             00010540
             UNTIL SI-CLAVE-ENCONTRADA                                  00010550
                OR WK-BAJO > WK-ALTO                                    00010560
                                                                        00010570
           .                                                            00010580
       2255-BUSCAR-PAREJA-EXIT.                                         00010590
           EXIT.                                                        00010600
                                                                        00010610
      ******************************************************************00010620
      ***                   2260-PARTIR-PAREJAS                      ***00010630
      ***                   -------------------                      ***00010640
      * SE COMPARA EL ELEMENTO CENTRAL DEL TRAMO PENDIENTE Y SE        *00010650
      * DESCARTA LA MITAD QUE NO PUEDE CONTENER LA PAREJA BUSCADA.     *00010660
      ******************************************************************00010670
       2260-PARTIR-PAREJAS.                                             00010680
                                                                        00010690
           COMPUTE WK-IDX-PAREJA = (WK-BAJO + WK-ALTO) / 2              00010700
                                                                        00010710
           EVALUATE  TRUE                                               00010720
               WHEN  WK-PJ-CLAVE (WK-IDX-PAREJA) = WK-PAREJA-BUSCADA    00010730
                     SET SI-CLAVE-ENCONTRADA TO TRUE                    00010740
                                                                        00010750
               WHEN  WK-PJ-CLAVE (WK-IDX-PAREJA) < WK-PAREJA-BUSCADA    00010760
                     COMPUTE WK-BAJO = WK-IDX-PAREJA + 1                00010770
                                                                        00010780
               WHEN  WK-IDX-PAREJA = CN-1                               00010790
                     MOVE ZEROES             TO WK-ALTO                 00010800
                                                                        00010810
               WHEN  OTHER                                              00010820
                     COMPUTE WK-ALTO = WK-IDX-PAREJA - 1                00010830
                                                                        00010840
           END-EVALUATE                                                 00010850
                                                                        00010860
           .                                                            00010870
       2260-PARTIR-PAREJAS-EXIT.                                        00010880
           EXIT.                                                        00010890
                                                                        00010900
      ******************************************************************00010910
      ***                   2270-DESPLAZAR-PAREJA                    ***00010920
      ***                   ---------------------                    ***00010930
      * SE DESPLAZA UNA PAREJA UNA POSICION HACIA ABAJO.               *00010940
      ******************************************************************00010950
       2270-DESPLAZAR-PAREJA.                                           00010960
                                                                        00010970
           MOVE WK-PAREJA-TAB (WK-IDX-DESPLAZA)                         00010980
             TO WK-PAREJA-TAB (WK-IDX-DESPLAZA + CN-1)                  00010990
                                                                        00011000
           .                                                            00011010
       2270-DESPLAZAR-PAREJA-EXIT.                                      00011020
           EXIT.                                                        00011030
                                                                        00011040
      ******************************************************************00011050
      ***                   2300-COMPROBAR-REGISTRO                  ***00011060
      ***                   -----------------------                  ***00011070
      * SI LA FECHA DE EMISION ES CORRECTA Y EN ELLA EL AUTORIZADO NO  *00011080
      * TENIA UN REGISTRO VIGENTE PARA LA EMPRESA EN PARM_FIRMANTE, SE *00011090
      * BUSCA UN REGISTRO SUYO FINALIZADO ANTES DE LA EMISION. SI LO   *00011100
      * HAY, EL FORMULARIO ES UN CASO.                                 *00011110
      ******************************************************************00011120
       2300-COMPROBAR-REGISTRO.                                         00011130
                                                                        00011140
           MOVE MPYITI02-FECEMIS             TO WK-FECEMIS-DESGLOSE     00011150
                                                                        00011160
           IF  WK-FE-DIA  NOT NUMERIC                                   00011170
            OR WK-FE-MES  NOT NUMERIC                                   00011180
            OR WK-FE-ANIO NOT NUMERIC                                   00011190
            OR WK-FE-SEP-1 NOT = CA-FORMATO-FECHA                       00011200
            OR WK-FE-SEP-2 NOT = CA-FORMATO-FECHA                       00011210
               ADD CN-1                      TO CT-SIN-FECHA            00011220
               GO TO 2300-COMPROBAR-REGISTRO-EXIT                       00011230
           END-IF                                                       00011240
                                                                        00011250
           MOVE WK-FE-ANIO                   TO WK-FI-ANIO              00011260
           MOVE WK-FE-MES                    TO WK-FI-MES               00011270
           MOVE WK-FE-DIA                    TO WK-FI-DIA               00011280
           MOVE WK-FECEMIS-ISO               TO WK-FECHA-EMISION        00011290
                                                                        00011300
           EXEC SQL                                                     00011310
                SELECT COUNT(*)                                         00011320
                  INTO :WK-NUM-VIGENTES                                 00011330
                  FROM PARM_FIRMANTE                                    00011340
                 WHERE G3183_IBANEMPR = :MPYITI02-IBANEMPR              00011350
                   AND G3183_CODAUTOR = :MPYITI02-CODAUTOR              00011360
                   AND G3183_DOCAUTOR = :MPYITI02-DOCAUTOR              00011370
                   AND G3183_FECALTA <= :WK-FECHA-EMISION               00011380
                   AND G3183_FEBAJA  >= :WK-FECHA-EMISION               00011390
           END-EXEC                                                     00011400
                                                                        00011410
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011420
                                                                        00011430
           IF  NOT DB2-OK                                               00011440
               GO TO 2300-ERROR-SELECT                                  00011450
           END-IF                                                       00011460
                                                                        00011470
           IF  WK-NUM-VIGENTES > ZEROES                                 00011480
               GO TO 2300-COMPROBAR-REGISTRO-EXIT                       00011490
           END-IF                                                       00011500
                                                                        00011510
           EXEC SQL                                                     00011520
                SELECT COUNT(*),                                        00011530
                       VALUE(CHAR(MAX(G3183_FEBAJA), ISO), ' ')         00011540
                  INTO :WK-NUM-FINALIZADOS,                             00011550
                       :WK-FECHA-BAJA                                   00011560
                  FROM PARM_FIRMANTE                                    00011570
                 WHERE G3183_IBANEMPR = :MPYITI02-IBANEMPR              00011580
                   AND G3183_CODAUTOR = :MPYITI02-CODAUTOR              00011590
                   AND G3183_DOCAUTOR = :MPYITI02-DOCAUTOR              00011600
                   AND G3183_FEBAJA   < :WK-FECHA-EMISION               00011610
           END-EXEC                                                     00011620
                                                                        00011630
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00011640
                                                                        00011650
           IF  NOT DB2-OK                                               00011660
               GO TO 2300-ERROR-SELECT                                  00011670
           END-IF                                                       00011680
                                                                        00011690
           IF  WK-NUM-FINALIZADOS > ZEROES                              00011700
               PERFORM 2350-CASO-REGISTRO                               00011710
                  THRU 2350-CASO-REGISTRO-EXIT                          00011720
           END-IF                                                       00011730
                                                                        00011740
           GO TO 2300-COMPROBAR-REGISTRO-EXIT                           00011750
                                                                        00011760
           .                                                            00011770
       2300-ERROR-SELECT.                                               00011780
                                                                        00011790
           MOVE CA-ERROR-D                    TO WK-TIPO-ERROR          00011800
           MOVE CA-ERR-SELECT                 TO WK-DESCRIPCION         00011810
           MOVE CA-PRF-2300                   TO WK-PARRAFO             00011820
           MOVE CA-MPCIVIG                    TO WK-RUTINA              00011830
           MOVE CA-PARM-FIRMANTE              TO WK-TABLA-DB2           00011840
           MOVE CA-SELECT                     TO WK-DATOS-ACCESO        00011850
                                                                        00011860
           PERFORM 9000-CANCELACION                                     00011870
              THRU 9000-CANCELACION-EXIT                                00011880
                                                                        00011890
           .                                                            00011900
       2300-COMPROBAR-REGISTRO-EXIT.                                    00011910
           EXIT.                                                        00011920
                                                                        00011930
      ******************************************************************00011940
      ***                   2350-CASO-REGISTRO                       ***00011950
      ***                   ------------------                       ***00011960
      * SE GRABA Y SE LISTA EL CASO DE UN FORMULARIO EMITIDO DESPUES DE*00011970
      * LA BAJA DEL REGISTRO DEL AUTORIZADO PARA LA EMPRESA.           *00011980
      ******************************************************************00011990
       2350-CASO-REGISTRO.                                              00012000
                                                                        00012010
           ADD CN-1                          TO CT-CASOS-REGISTRO       00012020
                                                                        00012030
           INITIALIZE WK-REG-CASO                                       00012040
           MOVE CA-CASO-REGISTRO             TO CX-TIPO-CASO            00012050
           MOVE WK-FECHA-PROCESO             TO CX-FECHA-PROCESO        00012060
           MOVE MPYITI02-DOCAUTOR            TO CX-DOCAUTOR             00012070
           MOVE MPYITI02-CODAUTOR            TO CX-CODAUTOR             00012080
           MOVE MPYITI02-NOMAUTOR            TO CX-NOMAUTOR             00012090
           MOVE MPYITI02-IBANEMPR            TO CX-IBANEMPR             00012100
           MOVE MPYITI02-NUMFORM             TO CX-NUMFORM              00012110
           MOVE WK-FECHA-BAJA                TO CX-FECHA-REF            00012120
                                                                        00012130
           PERFORM 9200-ESCRIBIR-CASO                                   00012140
              THRU 9200-ESCRIBIR-CASO-EXIT                              00012150
                                                                        00012160
           MOVE SPACES                       TO WK-LINEA-DETALLE        00012170
           MOVE MPYITI02-DOCAUTOR            TO WD-DOCAUTOR             00012180
           MOVE MPYITI02-CODAUTOR            TO WD-CODAUTOR             00012190
           MOVE MPYITI02-NOMAUTOR            TO WD-NOMAUTOR             00012200
           MOVE MPYITI02-IBANEMPR            TO WD-IBANEMPR             00012210
           MOVE MPYITI02-NUMFORM             TO WD-NUMFORM              00012220
           MOVE CA-LIT-BAJA                  TO WD-LIT-FECHA            00012230
           MOVE WK-FECHA-BAJA                TO WD-FECHA                00012240
                                                                        00012250
           MOVE WK-LINEA-DETALLE             TO REG-MPCIVGS2            00012260
           PERFORM 9300-ESCRIBIR-LISTADO                                00012270
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00012280
                                                                        00012290
           .                                                            00012300
       2350-CASO-REGISTRO-EXIT.                                         00012310
           EXIT.                                                        00012320
                                                                        00012330
      ******************************************************************00012340
      ***                   3000-FIN                                 ***00012350
      ***                   --------                                 ***00012360
      * SE REVISAN LOS AUTORIZADOS DEL DIA CONTRA LOS UMBRALES, SE     *00012370
      * GRABA LA VENTANA ACTUALIZADA, SE CIERRAN LOS FICHEROS, SE      *00012380
      * MUESTRAN LAS ESTADISTICAS Y SE DEVUELVE RC 4 SI HAY CASOS.     *00012390
      ******************************************************************00012400
       3000-FIN.                                                        00012410
                                                                        00012420
           IF  CT-CASOS-REGISTRO = ZEROES                               00012430
               PERFORM 3450-ESCRIBIR-SIN-CASOS                          00012440
                  THRU 3450-ESCRIBIR-SIN-CASOS-EXIT                     00012450
           END-IF                                                       00012460
                                                                        00012470
           MOVE CA-TIT-EMPRESAS              TO WS-TITULO               00012480
                                                                        00012490
           PERFORM 3400-ESCRIBIR-SECCION                                00012500
              THRU 3400-ESCRIBIR-SECCION-EXIT                           00012510
                                                                        00012520
           PERFORM 3050-REVISAR-EMPRESAS                                00012530
              THRU 3050-REVISAR-EMPRESAS-EXIT                           00012540
             VARYING WK-IDX-AUTOR FROM CN-1 BY CN-1                     00012550
               UNTIL WK-IDX-AUTOR > WK-NUM-AUTORIZADOS                  00012560
                                                                        00012570
           IF  CT-CASOS-EMPRESAS = ZEROES                               00012580
               PERFORM 3450-ESCRIBIR-SIN-CASOS                          00012590
                  THRU 3450-ESCRIBIR-SIN-CASOS-EXIT                     00012600
           END-IF                                                       00012610
                                                                        00012620
           MOVE CA-TIT-DIA                   TO WS-TITULO               00012630
                                                                        00012640
           PERFORM 3400-ESCRIBIR-SECCION                                00012650
              THRU 3400-ESCRIBIR-SECCION-EXIT                           00012660
                                                                        00012670
           PERFORM 3080-REVISAR-DIA                                     00012680
              THRU 3080-REVISAR-DIA-EXIT                                00012690
             VARYING WK-IDX-AUTOR FROM CN-1 BY CN-1                     00012700
               UNTIL WK-IDX-AUTOR > WK-NUM-AUTORIZADOS                  00012710
                                                                        00012720
           IF  CT-CASOS-DIA = ZEROES                                    00012730
               PERFORM 3450-ESCRIBIR-SIN-CASOS                          00012740
                  THRU 3450-ESCRIBIR-SIN-CASOS-EXIT                     00012750
           END-IF                                                       00012760
                                                                        00012770
           PERFORM 3090-GRABAR-VENTANA                                  00012780
              THRU 3090-GRABAR-VENTANA-EXIT                             00012790
             VARYING WK-IDX-PAREJA FROM CN-1 BY CN-1                    00012800
               UNTIL WK-IDX-PAREJA > WK-NUM-PAREJAS                     00012810
                                                                        00012820
           PERFORM 3100-CERRAR-FICHEROS                                 00012830
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012840
                                                                        00012850
           PERFORM 3200-ESTADISTICAS                                    00012860
              THRU 3200-ESTADISTICAS-EXIT                               00012870
                                                                        00012880
           IF  CT-CASOS-REGISTRO > ZEROES                               00012890
            OR CT-CASOS-EMPRESAS > ZEROES                               00012900
            OR CT-CASOS-DIA      > ZEROES                               00012910
               SET SI-HAY-CASOS              TO TRUE                    00012920
           END-IF                                                       00012930
                                                                        00012940
           IF  SI-HAY-CASOS                                             00012950
               MOVE CN-4                     TO RETURN-CODE             00012960
           END-IF                                                       00012970
                                                                        00012980
           STOP RUN                                                     00012990
                                                                        00013000
           .                                                            00013010
       3000-FIN-EXIT.                                                   00013020
           EXIT.                                                        00013030
                                                                        00013040
      ******************************************************************00013050
      ***                   3050-REVISAR-EMPRESAS                    ***00013060
      ***                   ---------------------                    ***00013070
      * SE CUENTAN LAS EMPRESAS DISTINTAS DEL AUTORIZADO EN LA VENTANA,*00013080
      * CUYAS PAREJAS SON CONSECUTIVAS EN LA TABLA. SI SUPERAN EL      *00013090
      * MAXIMO SE GRABA UN CASO POR CADA EMPRESA.                      *00013100
      ******************************************************************00013110
       3050-REVISAR-EMPRESAS.                                           00013120
                                                                        00013130
           MOVE WK-AU-DOCAUTOR (WK-IDX-AUTOR) TO WK-PB-DOCAUTOR         00013140
           MOVE LOW-VALUES                    TO WK-PB-IBANEMPR         00013150
                                                                        00013160
           PERFORM 2255-BUSCAR-PAREJA                                   00013170
              THRU 2255-BUSCAR-PAREJA-EXIT                              00013180
                                                                        00013190
           MOVE WK-BAJO                       TO WK-PRIMERA-PAREJA      00013200
           MOVE ZEROES                        TO WK-NUM-EMPRESAS        00013210
                                                                        00013220
           PERFORM 3060-CONTAR-EMPRESA                                  00013230
              THRU 3060-CONTAR-EMPRESA-EXIT                             00013240
             VARYING WK-IDX-PAREJA FROM WK-PRIMERA-PAREJA BY CN-1       00013250
               UNTIL WK-IDX-PAREJA > WK-NUM-PAREJAS                     00013260
                  OR WK-PJ-DOCAUTOR (WK-IDX-PAREJA) NOT =               00013270
                     WK-AU-DOCAUTOR (WK-IDX-AUTOR)                      00013280
                                                                        00013290
           IF  WK-NUM-EMPRESAS NOT > WK-MAX-EMPRESAS                    00013300
               GO TO 3050-REVISAR-EMPRESAS-EXIT                         00013310
           END-IF                                                       00013320
                                                                        00013330
           ADD CN-1                           TO CT-CASOS-EMPRESAS      00013340
                                                                        00013350
           PERFORM 3070-CASO-EMPRESA                                    00013360
              THRU 3070-CASO-EMPRESA-EXIT                               00013370
             VARYING WK-IDX-PAREJA FROM WK-PRIMERA-PAREJA BY CN-1       00013380
               UNTIL WK-IDX-PAREJA > WK-NUM-PAREJAS                     00013390
                  OR WK-PJ-DOCAUTOR (WK-IDX-PAREJA) NOT =               00013400
                     WK-AU-DOCAUTOR (WK-IDX-AUTOR)                      00013410
                                                                        00013420
           .                                                            00013430
       3050-REVISAR-EMPRESAS-EXIT.                                      00013440
           EXIT.                                                        00013450
                                                                        00013460
      ******************************************************************00013470
      ***                   3060-CONTAR-EMPRESA                      ***00013480
      ***                   -------------------                      ***00013490
      * SE CUENTA UNA EMPRESA DEL AUTORIZADO.                          *00013500
      ******************************************************************00013510
       3060-CONTAR-EMPRESA.                                             00013520
                                                                        00013530
           ADD CN-1                           TO WK-NUM-EMPRESAS        00013540
                                                                        00013550
           .                                                            00013560
       3060-CONTAR-EMPRESA-EXIT.                                        00013570
           EXIT.                                                        00013580
                                                                        00013590
      ******************************************************************00013600
      ***                   3070-CASO-EMPRESA                        ***00013610
      ***                   -----------------                        ***00013620
      * SE GRABA Y SE LISTA UNA EMPRESA DE UN AUTORIZADO QUE SUPERA EL *00013630
      * MAXIMO DE EMPRESAS EN LA VENTANA.                              *00013640
      ******************************************************************00013650
       3070-CASO-EMPRESA.                                               00013660
                                                                        00013670
           INITIALIZE WK-REG-CASO                                       00013680
           MOVE CA-CASO-EMPRESAS              TO CX-TIPO-CASO           00013690
           MOVE WK-FECHA-PROCESO              TO CX-FECHA-PROCESO       00013700
           MOVE WK-AU-DOCAUTOR (WK-IDX-AUTOR) TO CX-DOCAUTOR            00013710
           MOVE WK-AU-CODAUTOR (WK-IDX-AUTOR) TO CX-CODAUTOR            00013720
           MOVE WK-AU-NOMAUTOR (WK-IDX-AUTOR) TO CX-NOMAUTOR            00013730
           MOVE WK-PJ-IBANEMPR (WK-IDX-PAREJA) TO CX-IBANEMPR           00013740
           MOVE WK-NUM-EMPRESAS               TO CX-VALOR               00013750
           MOVE WK-MAX-EMPRESAS               TO CX-UMBRAL              00013760
           MOVE WK-PJ-FECHA (WK-IDX-PAREJA)   TO CX-FECHA-REF           00013770
                                                                        00013780
           PERFORM 9200-ESCRIBIR-CASO                                   00013790
              THRU 9200-ESCRIBIR-CASO-EXIT                              00013800
                                                                        00013810
           MOVE SPACES                        TO WK-LINEA-DETALLE       00013820
           MOVE WK-AU-DOCAUTOR (WK-IDX-AUTOR) TO WD-DOCAUTOR            00013830
           MOVE WK-AU-CODAUTOR (WK-IDX-AUTOR) TO WD-CODAUTOR            00013840
           MOVE WK-AU-NOMAUTOR (WK-IDX-AUTOR) TO WD-NOMAUTOR            00013850
           MOVE WK-PJ-IBANEMPR (WK-IDX-PAREJA) TO WD-IBANEMPR           00013860
           MOVE WK-NUM-EMPRESAS               TO WD-VALOR               00013870
           MOVE WK-MAX-EMPRESAS               TO WD-UMBRAL              00013880
           MOVE CA-LIT-ULTIMO                 TO WD-LIT-FECHA           00013890
           MOVE WK-PJ-FECHA (WK-IDX-PAREJA)   TO WD-FECHA               00013900
                                                                        00013910
           MOVE WK-LINEA-DETALLE              TO REG-MPCIVGS2           00013920
           PERFORM 9300-ESCRIBIR-LISTADO                                00013930
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00013940
                                                                        00013950
           .                                                            00013960
       3070-CASO-EMPRESA-EXIT.                                          00013970
           EXIT.                                                        00013980
                                                                        00013990
      ******************************************************************00014000
      ***                   3080-REVISAR-DIA                         ***00014010
      ***                   ----------------                         ***00014020
      * SI EL AUTORIZADO SUPERA EL MAXIMO DE FORMULARIOS EN EL DIA SE  *00014030
      * GRABA Y SE LISTA EL CASO.                                      *00014040
      ******************************************************************00014050
       3080-REVISAR-DIA.                                                00014060
                                                                        00014070
           IF  WK-AU-FORMULARIOS (WK-IDX-AUTOR) NOT > WK-MAX-DIA        00014080
               GO TO 3080-REVISAR-DIA-EXIT                              00014090
           END-IF                                                       00014100
                                                                        00014110
           ADD CN-1                           TO CT-CASOS-DIA           00014120
                                                                        00014130
           INITIALIZE WK-REG-CASO                                       00014140
           MOVE CA-CASO-DIA                   TO CX-TIPO-CASO           00014150
           MOVE WK-FECHA-PROCESO              TO CX-FECHA-PROCESO       00014160
           MOVE WK-AU-DOCAUTOR (WK-IDX-AUTOR) TO CX-DOCAUTOR            00014170
           MOVE WK-AU-CODAUTOR (WK-IDX-AUTOR) TO CX-CODAUTOR            00014180
           MOVE WK-AU-NOMAUTOR (WK-IDX-AUTOR) TO CX-NOMAUTOR            00014190
           MOVE WK-AU-FORMULARIOS (WK-IDX-AUTOR) TO CX-VALOR            00014200
           MOVE WK-MAX-DIA                    TO CX-UMBRAL              00014210
                                                                        00014220
           PERFORM 9200-ESCRIBIR-CASO                                   00014230
              THRU 9200-ESCRIBIR-CASO-EXIT                              00014240
                                                                        00014250
           MOVE SPACES                        TO WK-LINEA-DETALLE       00014260
           MOVE WK-AU-DOCAUTOR (WK-IDX-AUTOR) TO WD-DOCAUTOR            00014270
           MOVE WK-AU-CODAUTOR (WK-IDX-AUTOR) TO WD-CODAUTOR            00014280
           MOVE WK-AU-NOMAUTOR (WK-IDX-AUTOR) TO WD-NOMAUTOR            00014290
           MOVE WK-AU-FORMULARIOS (WK-IDX-AUTOR) TO WD-VALOR            00014300
           MOVE WK-MAX-DIA                    TO WD-UMBRAL              00014310
                                                                        00014320
           MOVE WK-LINEA-DETALLE              TO REG-MPCIVGS2           00014330
           PERFORM 9300-ESCRIBIR-LISTADO                                00014340
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00014350
                                                                        00014360
           .                                                            00014370
       3080-REVISAR-DIA-EXIT.                                           00014380
           EXIT.                                                        00014390
                                                                        00014400
      ******************************************************************00014410
      ***                   3090-GRABAR-VENTANA                      ***00014420
      ***                   -------------------                      ***00014430
      * SE GRABA UNA PAREJA DE LA VENTANA ACTUALIZADA.                 *00014440
      ******************************************************************00014450
       3090-GRABAR-VENTANA.                                             00014460
                                                                        00014470
           MOVE SPACES                        TO WK-REG-VENTANA         00014480
           MOVE WK-PJ-DOCAUTOR (WK-IDX-PAREJA) TO VN-DOCAUTOR           00014490
           MOVE WK-PJ-IBANEMPR (WK-IDX-PAREJA) TO VN-IBANEMPR           00014500
           MOVE WK-PJ-FECHA (WK-IDX-PAREJA)   TO VN-FECHA               00014510
                                                                        00014520
           PERFORM 9400-ESCRIBIR-VENTANA                                00014530
              THRU 9400-ESCRIBIR-VENTANA-EXIT                           00014540
                                                                        00014550
           .                                                            00014560
       3090-GRABAR-VENTANA-EXIT.                                        00014570
           EXIT.                                                        00014580
                                                                        00014590
      ******************************************************************00014600
      ***                   3100-CERRAR-FICHEROS                     ***00014610
      ***                   --------------------                     ***00014620
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00014630
      ******************************************************************00014640
       3100-CERRAR-FICHEROS.                                            00014650
                                                                        00014660
           CLOSE MPCIVGE1                                               00014670
                 MPCIVGE2                                               00014680
                 MPCIVGS1                                               00014690
                 MPCIVGS2                                               00014700
                 MPCIVGS3                                               00014710
                                                                        00014720
           IF  FS-MPCIVGE1 NOT = CA-FS-OK                               00014730
               MOVE CA-MPCIVGE1              TO WK-DDNAME               00014740
               MOVE FS-MPCIVGE1              TO WK-FILE-STATUS          00014750
               GO TO 3100-ERROR-CIERRE                                  00014760
           END-IF                                                       00014770
                                                                        00014780
           IF  FS-MPCIVGE2 NOT = CA-FS-OK                               00014790
               MOVE CA-MPCIVGE2              TO WK-DDNAME               00014800
               MOVE FS-MPCIVGE2              TO WK-FILE-STATUS          00014810
               GO TO 3100-ERROR-CIERRE                                  00014820
           END-IF                                                       00014830
                                                                        00014840
           IF  FS-MPCIVGS1 NOT = CA-FS-OK                               00014850
               MOVE CA-MPCIVGS1              TO WK-DDNAME               00014860
               MOVE FS-MPCIVGS1              TO WK-FILE-STATUS          00014870
               GO TO 3100-ERROR-CIERRE                                  00014880
           END-IF                                                       00014890
                                                                        00014900
           IF  FS-MPCIVGS2 NOT = CA-FS-OK                               00014910
               MOVE CA-MPCIVGS2              TO WK-DDNAME               00014920
               MOVE FS-MPCIVGS2              TO WK-FILE-STATUS          00014930
               GO TO 3100-ERROR-CIERRE                                  00014940
           END-IF                                                       00014950
                                                                        00014960
           IF  FS-MPCIVGS3 NOT = CA-FS-OK                               00014970
               MOVE CA-MPCIVGS3              TO WK-DDNAME               00014980
               MOVE FS-MPCIVGS3              TO WK-FILE-STATUS          00014990
               GO TO 3100-ERROR-CIERRE                                  00015000
           END-IF                                                       00015010
                                                                        00015020
           GO TO 3100-CERRAR-FICHEROS-EXIT                              00015030
                                                                        00015040
           .                                                            00015050
       3100-ERROR-CIERRE.                                               00015060
                                                                        00015070
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00015080
           MOVE CA-ERR-CERRAR                TO WK-DESCRIPCION          00015090
           MOVE CA-PRF-3100                  TO WK-PARRAFO              00015100
                                                                        00015110
           PERFORM 9000-CANCELACION                                     00015120
              THRU 9000-CANCELACION-EXIT                                00015130
                                                                        00015140
           .                                                            00015150
       3100-CERRAR-FICHEROS-EXIT.                                       00015160
           EXIT.                                                        00015170
                                                                        00015180
      ******************************************************************00015190
      ***                   3200-ESTADISTICAS                        ***00015200
      ***                   -----------------                        ***00015210
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00015220
      ******************************************************************00015230
       3200-ESTADISTICAS.                                               00015240
                                                                        00015250
           MOVE CT-FORMULARIOS                TO WK-FORMULARIOS-ED      00015260
           MOVE CT-SIN-DOCUMENTO              TO WK-SIN-DOCUMENTO-ED    00015270
           MOVE CT-SIN-FECHA                  TO WK-SIN-FECHA-ED        00015280
           MOVE CT-VENTANA-LEIDOS             TO WK-VENTANA-LEIDOS-ED   00015290
           MOVE CT-VENTANA-CADUCADOS       TO WK-VENTANA-CADUCADOS-ED   00015300
           MOVE CT-VENTANA-GRABADOS        TO WK-VENTANA-GRABADOS-ED    00015310
           MOVE CT-CASOS-REGISTRO             TO WK-CASOS-REGISTRO-ED   00015320
           MOVE CT-CASOS-EMPRESAS             TO WK-CASOS-EMPRESAS-ED   00015330
           MOVE CT-CASOS-DIA                  TO WK-CASOS-DIA-ED        00015340
           MOVE CT-REG-CASOS                  TO WK-REG-CASOS-ED        00015350
                                                                        00015360
           DISPLAY WK-CAB-1                                             00015370
           DISPLAY WK-CAB-2                                             00015380
           DISPLAY WK-CAB-1                                             00015390
           DISPLAY WK-CAB-3                                             00015400
           DISPLAY WK-CAB-4                                             00015410
           DISPLAY WK-CAB-5                                             00015420
           DISPLAY WK-CAB-6                                             00015430
           DISPLAY WK-CAB-7                                             00015440
           DISPLAY WK-CAB-8                                             00015450
           DISPLAY WK-CAB-9                                             00015460
           DISPLAY WK-CAB-10                                            00015470
           DISPLAY WK-CAB-11                                            00015480
           DISPLAY WK-CAB-12                                            00015490
           DISPLAY WK-CAB-1                                             00015500
                                                                        00015510
           .                                                            00015520
       3200-ESTADISTICAS-EXIT.                                          00015530
           EXIT.                                                        00015540
                                                                        00015550
      ******************************************************************00015560
      ***                   3400-ESCRIBIR-SECCION                    ***00015570
      ***                   ---------------------                    ***00015580
      * SE ESCRIBEN EL TITULO DE UNA SECCION DEL LISTADO (WS-TITULO) Y *00015590
      * LOS TITULOS DE SUS COLUMNAS.                                   *00015600
      ******************************************************************00015610
       3400-ESCRIBIR-SECCION.                                           00015620
                                                                        00015630
           MOVE SPACES                       TO REG-MPCIVGS2            00015640
           PERFORM 9300-ESCRIBIR-LISTADO                                00015650
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00015660
                                                                        00015670
           MOVE WK-LINEA-SECCION             TO REG-MPCIVGS2            00015680
           PERFORM 9300-ESCRIBIR-LISTADO                                00015690
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00015700
                                                                        00015710
           MOVE WK-LINEA-TITULOS             TO REG-MPCIVGS2            00015720
           PERFORM 9300-ESCRIBIR-LISTADO                                00015730
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00015740
                                                                        00015750
           .                                                            00015760
       3400-ESCRIBIR-SECCION-EXIT.                                      00015770
           EXIT.                                                        00015780
                                                                        00015790
      ******************************************************************00015800
      ***                   3450-ESCRIBIR-SIN-CASOS                  ***00015810
      ***                   -----------------------                  ***00015820
      * SE INDICA EN EL LISTADO QUE LA SECCION NO TIENE CASOS.         *00015830
      ******************************************************************00015840
       3450-ESCRIBIR-SIN-CASOS.                                         00015850
                                                                        00015860
           MOVE CA-SIN-CASOS                 TO REG-MPCIVGS2            00015870
           PERFORM 9300-ESCRIBIR-LISTADO                                00015880
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00015890
                                                                        00015900
           .                                                            00015910
       3450-ESCRIBIR-SIN-CASOS-EXIT.                                    00015920
           EXIT.                                                        00015930
                                                                        00015940
      ******************************************************************00015950
      ***                   9100-LEER-MPCIVGE1                       ***00015960
      ***                   ------------------                       ***00015970
      * SE LEE EL SIGUIENTE FORMULARIO DEL DIA.                        *00015980
      ******************************************************************00015990
       9100-LEER-MPCIVGE1.                                              00016000
                                                                        00016010
           READ MPCIVGE1                     INTO MPYITI02              00016020
           AT END                                                       00016030
                SET SI-FIN-MPCIVGE1          TO TRUE                    00016040
           END-READ                                                     00016050
                                                                        00016060
           IF  FS-MPCIVGE1 NOT = CA-FS-OK AND CA-FS-EOF                 00016070
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016080
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00016090
               MOVE CA-PRF-9100              TO WK-PARRAFO              00016100
               MOVE CA-MPCIVGE1              TO WK-DDNAME               00016110
               MOVE FS-MPCIVGE1              TO WK-FILE-STATUS          00016120
                                                                        00016130
               PERFORM 9000-CANCELACION                                 00016140
                  THRU 9000-CANCELACION-EXIT                            00016150
                                                                        00016160
           END-IF                                                       00016170
                                                                        00016180
           IF  NO-FIN-MPCIVGE1                                          00016190
               ADD CN-1                      TO CT-FORMULARIOS          00016200
           END-IF                                                       00016210
                                                                        00016220
           .                                                            00016230
       9100-LEER-MPCIVGE1-EXIT.                                         00016240
           EXIT.                                                        00016250
                                                                        00016260
      ******************************************************************00016270
      ***                   9110-LEER-MPCIVGE2                       ***00016280
      ***                   ------------------                       ***00016290
      * SE LEE LA SIGUIENTE PAREJA DE LA VENTANA ANTERIOR.             *00016300
      ******************************************************************00016310
       9110-LEER-MPCIVGE2.                                              00016320
                                                                        00016330
           READ MPCIVGE2                     INTO WK-REG-VENTANA        00016340
           AT END                                                       00016350
                SET SI-FIN-MPCIVGE2          TO TRUE                    00016360
           END-READ                                                     00016370
                                                                        00016380
           IF  FS-MPCIVGE2 NOT = CA-FS-OK AND CA-FS-EOF                 00016390
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016400
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00016410
               MOVE CA-PRF-9110              TO WK-PARRAFO              00016420
               MOVE CA-MPCIVGE2              TO WK-DDNAME               00016430
               MOVE FS-MPCIVGE2              TO WK-FILE-STATUS          00016440
                                                                        00016450
               PERFORM 9000-CANCELACION                                 00016460
                  THRU 9000-CANCELACION-EXIT                            00016470
                                                                        00016480
           END-IF                                                       00016490
                                                                        00016500
           IF  NO-FIN-MPCIVGE2                                          00016510
               ADD CN-1                      TO CT-VENTANA-LEIDOS       00016520
           END-IF                                                       00016530
                                                                        00016540
           .                                                            00016550
       9110-LEER-MPCIVGE2-EXIT.                                         00016560
           EXIT.                                                        00016570
                                                                        00016580
      ******************************************************************00016590
      ***                   9200-ESCRIBIR-CASO                       ***00016600
      ***                   ------------------                       ***00016610
      * SE ESCRIBE UN REGISTRO DEL FICHERO DE CASOS.                   *00016620
      ******************************************************************00016630
       9200-ESCRIBIR-CASO.                                              00016640
                                                                        00016650
           WRITE REG-MPCIVGS1                FROM WK-REG-CASO           00016660
                                                                        00016670
           IF  FS-MPCIVGS1 NOT = CA-FS-OK                               00016680
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016690
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00016700
               MOVE CA-PRF-9200              TO WK-PARRAFO              00016710
               MOVE CA-MPCIVGS1              TO WK-DDNAME               00016720
               MOVE FS-MPCIVGS1              TO WK-FILE-STATUS          00016730
               MOVE WK-REG-CASO              TO WK-DATOS-REGISTRO       00016740
                                                                        00016750
               PERFORM 9000-CANCELACION                                 00016760
                  THRU 9000-CANCELACION-EXIT                            00016770
                                                                        00016780
           END-IF                                                       00016790
                                                                        00016800
           ADD CN-1                          TO CT-REG-CASOS            00016810
                                                                        00016820
           .                                                            00016830
       9200-ESCRIBIR-CASO-EXIT.                                         00016840
           EXIT.                                                        00016850
                                                                        00016860
      ******************************************************************00016870
      ***                   9300-ESCRIBIR-LISTADO                    ***00016880
      ***                   ---------------------                    ***00016890
      * SE ESCRIBE UNA LINEA DEL LISTADO DE CASOS.                     *00016900
      ******************************************************************00016910
       9300-ESCRIBIR-LISTADO.                                           00016920
                                                                        00016930
           WRITE REG-MPCIVGS2                                           00016940
                                                                        00016950
           IF  FS-MPCIVGS2 NOT = CA-FS-OK                               00016960
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016970
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00016980
               MOVE CA-PRF-9300              TO WK-PARRAFO              00016990
               MOVE CA-MPCIVGS2              TO WK-DDNAME               00017000
               MOVE FS-MPCIVGS2              TO WK-FILE-STATUS          00017010
               MOVE REG-MPCIVGS2             TO WK-DATOS-REGISTRO       00017020
                                                                        00017030
               PERFORM 9000-CANCELACION                                 00017040
                  THRU 9000-CANCELACION-EXIT                            00017050
                                                                        00017060
           END-IF                                                       00017070
                                                                        00017080
           .                                                            00017090
       9300-ESCRIBIR-LISTADO-EXIT.                                      00017100
           EXIT.                                                        00017110
                                                                        00017120
      ******************************************************************00017130
      ***                   9400-ESCRIBIR-VENTANA                    ***00017140
      ***                   ---------------------                    ***00017150
      * SE ESCRIBE UNA PAREJA EN LA VENTANA ACTUALIZADA.               *00017160
      ******************************************************************00017170
       9400-ESCRIBIR-VENTANA.                                           00017180
                                                                        00017190
           WRITE REG-MPCIVGS3                FROM WK-REG-VENTANA        00017200
                                                                        00017210
           IF  FS-MPCIVGS3 NOT = CA-FS-OK                               00017220
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00017230
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00017240
               MOVE CA-PRF-9400              TO WK-PARRAFO              00017250
               MOVE CA-MPCIVGS3              TO WK-DDNAME               00017260
               MOVE FS-MPCIVGS3              TO WK-FILE-STATUS          00017270
               MOVE WK-REG-VENTANA           TO WK-DATOS-REGISTRO       00017280
                                                                        00017290
               PERFORM 9000-CANCELACION                                 00017300
                  THRU 9000-CANCELACION-EXIT                            00017310
                                                                        00017320
           END-IF                                                       00017330
                                                                        00017340
           ADD CN-1                          TO CT-VENTANA-GRABADOS     00017350
                                                                        00017360
           .                                                            00017370
       9400-ESCRIBIR-VENTANA-EXIT.                                      00017380
           EXIT.                                                        00017390
                                                                        00017400
      ******************************************************************00017410
      ***                   9000-CANCELACION                         ***00017420
      ***                   ----------------                         ***00017430
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00017440
      ******************************************************************00017450
       9000-CANCELACION.                                                00017460
                                                                        00017470
           MOVE CA-RESP                       TO WK-RESPONSABLE         00017480
                                                                        00017490
           EVALUATE  TRUE                                               00017500
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00017510
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00017520
                         TIPO_ERROR('WK-TIPO-ERROR')                    00017530
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00017540
                         RESPONSABLE('WK-RESPONSABLE')                  00017550
                         DESCRIPCION('WK-DESCRIPCION')                  00017560
                         PROGRAMA('WK-PROGRAMA')                        00017570
                         PARRAFO('WK-PARRAFO')                          00017580
                         SQLCA('SQLCA')                                 00017590
                         TABLA_DB2('WK-TABLA-DB2')                      00017600
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00017610
                     END-FUN                                            00017620
                                                                        00017630
               WHEN  OTHER                                              00017640
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00017650
                         TIPO_ERROR('WK-TIPO-ERROR')                    00017660
                         RESPONSABLE('WK-RESPONSABLE')                  00017670
                         DESCRIPCION('WK-DESCRIPCION')                  00017680
                         PROGRAMA('WK-PROGRAMA')                        00017690
                         PARRAFO('WK-PARRAFO')                          00017700
                         DDNAME('WK-DDNAME')                            00017710
                         FILE_STATUS('WK-FILE-STATUS')                  00017720
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00017730
                     END-FUN                                            00017740
                                                                        00017750
           END-EVALUATE                                                 00017760
                                                                        00017770
           .                                                            00017780
       9000-CANCELACION-EXIT.                                           00017790
           EXIT.                                                        00017800
