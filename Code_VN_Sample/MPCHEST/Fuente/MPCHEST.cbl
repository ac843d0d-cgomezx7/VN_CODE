      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHEST.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: DECLARACION TRIMESTRAL DE ESTADISTICAS DE        *00000110
      *               TARJETAS AL BANCO CENTRAL. RECORRE EL CENSO DE   *00000120
      *               TARJETAS (FORMATO MPCHSEE1) DE LA ENTIDAD        *00000130
      *               DECLARANTE Y OBTIENE, POR MARCA (WK-CDGMAR-009)  *00000140
      *               Y FUNCION (WK-INDTIPT-009) DE LA TARJETA:        *00000150
      *               - EMITIDAS: EN CIRCULACION AL CIERRE DEL         *00000160
      *                 TRIMESTRE (ALTA ANTERIOR O IGUAL AL CIERRE Y   *00000170
      *                 SIN BAJA A ESA FECHA).                         *00000180
      *               - ACTIVAS: EMITIDAS CON ULTIMO USO               *00000190
      *                 (WK-FEULTUSO-009) DENTRO DEL TRIMESTRE.        *00000200
      *               - RENOVADAS: TARJETAS DADAS DE ALTA ANTES DEL    *00000210
      *                 TRIMESTRE, CON EMISION (WK-ISSUENUM-009)       *00000220
      *                 POSTERIOR A LA PRIMERA Y REMITIDAS EN EL       *00000230
      *                 TRIMESTRE SEGUN EL REGISTRO DE REMITIDAS.      *00000240
      *               - SUSTITUIDAS: ALTA EN EL TRIMESTRE CON XPAN     *00000250
      *                 ANTERIOR INFORMADO.                            *00000260
      *               - CANCELADAS: BAJA (WK-FECBAJA-009) EN EL        *00000270
      *                 TRIMESTRE.                                     *00000280
      *               GENERA EL FICHERO DE FORMATO FIJO DEL REGULADOR  *00000290
      *               CON CABECERA, DETALLE Y REGISTRO DE CONTROL CON  *00000300
      *               LOS TOTALES, Y UN LISTADO COMPARATIVO CONTRA LA  *00000310
      *               DECLARACION DEL TRIMESTRE ANTERIOR.              *00000320
      *-                                                              -*00000330
      *  PARAMETROS SYSIN:                                             *00000340
      *        ENTIDAD DECLARANTE (X4). OBLIGATORIA.                   *00000350
      *        ANO (AAAA) Y TRIMESTRE (1-4) DECLARADOS. EN BLANCO SE   *00000360
      *        DECLARA EL TRIMESTRE ANTERIOR A LA FECHA DEL SISTEMA.   *00000370
      *-                                                              -*00000380
      *  FICHEROS DE ENTRADA:                                          *00000390
      *        MPCHESE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000400
      *        MPCHSED1 : REGISTRO RODANTE DE TARJETAS REMITIDAS       *00000410
      *                   (ORDENADO POR XPAN).                         *00000420
      *        MPCHESE2 : DECLARACION DEL TRIMESTRE ANTERIOR (MISMO    *00000430
      *                   FORMATO QUE MPCHESS1). PUEDE VENIR VACIO.    *00000440
      *-                                                              -*00000450
      *  FICHEROS DE SALIDA:                                           *00000460
      *        MPCHESS1 : DECLARACION DEL TRIMESTRE PARA EL REGULADOR. *00000470
      *        MPCHESS2 : LISTADO COMPARATIVO CON EL TRIMESTRE         *00000480
      *                   ANTERIOR.                                    *00000490
      *-                                                              -*00000500
      *  CODIGOS DE RETORNO:                                           *00000510
      *        00 : PROCESO CORRECTO.                                  *00000520
      *        04 : SIN DECLARACION DEL TRIMESTRE ANTERIOR.            *00000530
      *-                                                              -*00000540
      *  RUTINAS Y MODULOS:                                            *00000550
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000560
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000570
      *-                                                              -*00000580
      ******************************************************************00000590
      *                  M O D I F I C A C I O N E S                   *00000600
      *                  ---------------------------                   *00000610
      *                                                                *00000620
      * USUARIO  FECHA        DESCRIPCION                              *00000630
      * -------- ----------   ---------------------------------------- *00000640
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. DECLARACION      *00000650
      *                        TRIMESTRAL DE TARJETAS AL BANCO         *00000660
      *                        CENTRAL.                                *00000670
      *                                                                *00000680
      ******************************************************************00000690
                                                                        00000700
      ******************************************************************00000710
      * IDENTIFICATION DIVISION                                        *00000720
      ******************************************************************00000730
       IDENTIFICATION DIVISION.                                         00000740
       PROGRAM-ID.    MPCHEST.                                          00000750
       AUTHOR.        VIEWNEXT.                                         00000760
       DATE-WRITTEN.  15-10-2026.                                       00000770
       DATE-COMPILED.                                                   00000780
                                                                        00000790
      ******************************************************************00000800
      * ENVIRONMENT DIVISION                                           *00000810
      ******************************************************************00000820
       ENVIRONMENT DIVISION.                                            00000830
                                                                        00000840
      *----------------------------------------------------------------*00000850
      * CONFIGURATION SECTION                                          *00000860
      *----------------------------------------------------------------*00000870
       CONFIGURATION SECTION.                                           00000880
                                                                        00000890
       SOURCE-COMPUTER. IBM-3090.                                       00000900
       OBJECT-COMPUTER. IBM-3090.                                       00000910
       SPECIAL-NAMES.                                                   00000920
           DECIMAL-POINT IS COMMA.                                      00000930
                                                                        00000940
      *----------------------------------------------------------------*00000950
      * INPUT OUTPUT SECTION                                           *00000960
      *----------------------------------------------------------------*00000970
       INPUT-OUTPUT SECTION.                                            00000980
       FILE-CONTROL.                                                    00000990
                                                                        00001000
      * -- CENSO DE TARJETAS.                                           00001010
           SELECT MPCHESE1 ASSIGN MPCHESE1                              00001020
                  ACCESS MODE IS SEQUENTIAL                             00001030
                  FILE STATUS IS FS-MPCHESE1.                           00001040
                                                                        00001050
      * -- REGISTRO RODANTE DE TARJETAS REMITIDAS.                      00001060
           SELECT MPCHSED1 ASSIGN MPCHSED1                              00001070
                  ACCESS MODE IS SEQUENTIAL                             00001080
                  FILE STATUS IS FS-MPCHSED1.                           00001090
                                                                        00001100
      * -- DECLARACION DEL TRIMESTRE ANTERIOR.                          00001110
           SELECT MPCHESE2 ASSIGN MPCHESE2                              00001120
                  ACCESS MODE IS SEQUENTIAL                             00001130
                  FILE STATUS IS FS-MPCHESE2.                           00001140
                                                                        00001150
      * -- DECLARACION DEL TRIMESTRE PARA EL REGULADOR.                 00001160
           SELECT MPCHESS1 ASSIGN MPCHESS1                              00001170
                  ACCESS MODE IS SEQUENTIAL                             00001180
                  FILE STATUS IS FS-MPCHESS1.                           00001190
                                                                        00001200
      * -- LISTADO COMPARATIVO CON EL TRIMESTRE ANTERIOR.               00001210
           SELECT MPCHESS2 ASSIGN MPCHESS2                              00001220
                  ACCESS MODE IS SEQUENTIAL                             00001230
                  FILE STATUS IS FS-MPCHESS2.                           00001240
                                                                        00001250
      ******************************************************************00001260
      * DATA DIVISION                                                  *00001270
      ******************************************************************00001280
       DATA DIVISION.                                                   00001290
                                                                        00001300
      *----------------------------------------------------------------*00001310
      * FILE SECTION                                                   *00001320
      *----------------------------------------------------------------*00001330
       FILE SECTION.                                                    00001340
                                                                        00001350
       FD  MPCHESE1                                                     00001360
           BLOCK CONTAINS 0 RECORDS                                     00001370
           RECORDING MODE IS F                                          00001380
           LABEL RECORD ARE STANDARD                                    00001390
           RECORD CONTAINS 651 CHARACTERS                               00001400
           DATA RECORD IS REG-MPCHESE1.                                 00001410
       01  REG-MPCHESE1                    PIC X(651).                  00001420
                                                                        00001430
       FD  MPCHSED1                                                     00001440
           BLOCK CONTAINS 0 RECORDS                                     00001450
           RECORDING MODE IS F                                          00001460
           LABEL RECORD ARE STANDARD                                    00001470
           RECORD CONTAINS 80 CHARACTERS                                00001480
           DATA RECORD IS REG-MPCHSED1.                                 00001490
       01  REG-MPCHSED1.                                                00001500
           05  RD-XPAN                     PIC X(22).                   00001510
           05  RD-FECREMESA                PIC X(10).                   00001520
           05  FILLER                      PIC X(48).                   00001530
                                                                        00001540
       FD  MPCHESE2                                                     00001550
           BLOCK CONTAINS 0 RECORDS                                     00001560
           RECORDING MODE IS F                                          00001570
           LABEL RECORD ARE STANDARD                                    00001580
           RECORD CONTAINS 100 CHARACTERS                               00001590
           DATA RECORD IS REG-MPCHESE2.                                 00001600
       01  REG-MPCHESE2                    PIC X(100).                  00001610
                                                                        00001620
       FD  MPCHESS1                                                     00001630
           BLOCK CONTAINS 0 RECORDS                                     00001640
           RECORDING MODE IS F                                          00001650
           LABEL RECORD ARE STANDARD                                    00001660
           RECORD CONTAINS 100 CHARACTERS                               00001670
           DATA RECORD IS REG-MPCHESS1.                                 00001680
       01  REG-MPCHESS1                    PIC X(100).                  00001690
                                                                        00001700
       FD  MPCHESS2                                                     00001710
           BLOCK CONTAINS 0 RECORDS                                     00001720
           RECORDING MODE IS F                                          00001730
           LABEL RECORD ARE STANDARD                                    00001740
           RECORD CONTAINS 132 CHARACTERS                               00001750
           DATA RECORD IS REG-MPCHESS2.                                 00001760
       01  REG-MPCHESS2                    PIC X(132).                  00001770
                                                                        00001780
      *----------------------------------------------------------------*00001790
      * WORKING-STORAGE SECTION                                        *00001800
      *----------------------------------------------------------------*00001810
       WORKING-STORAGE SECTION.                                         00001820
                                                                        00001830
      ******************************************************************00001840
      *                        S W I T C H E S                         *00001850
      ******************************************************************00001860
       01  SW-SWITCHES.                                                 00001870
           05  SW-FIN-MPCHESE1             PIC X(01)   VALUE 'N'.       00001880
               88  SI-FIN-MPCHESE1                     VALUE 'S'.       00001890
               88  NO-FIN-MPCHESE1                     VALUE 'N'.       00001900
           05  SW-FIN-MPCHSED1             PIC X(01)   VALUE 'N'.       00001910
               88  SI-FIN-MPCHSED1                     VALUE 'S'.       00001920
               88  NO-FIN-MPCHSED1                     VALUE 'N'.       00001930
           05  SW-FIN-MPCHESE2             PIC X(01)   VALUE 'N'.       00001940
               88  SI-FIN-MPCHESE2                     VALUE 'S'.       00001950
               88  NO-FIN-MPCHESE2                     VALUE 'N'.       00001960
           05  SW-REMITIDA-ENCONTRADA      PIC X(01)   VALUE 'N'.       00001970
               88  SI-REMITIDA-ENCONTRADA              VALUE 'S'.       00001980
               88  NO-REMITIDA-ENCONTRADA              VALUE 'N'.       00001990
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00002000
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00002010
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00002020
           05  SW-EMITIDA                  PIC X(01)   VALUE 'N'.       00002030
               88  SI-EMITIDA                          VALUE 'S'.       00002040
               88  NO-EMITIDA                          VALUE 'N'.       00002050
           05  SW-LINEA-TOTAL              PIC X(01)   VALUE 'N'.       00002060
               88  SI-LINEA-TOTAL                      VALUE 'S'.       00002070
               88  NO-LINEA-TOTAL                      VALUE 'N'.       00002080
                                                                        00002090
      ******************************************************************00002100
      *                      C O N S T A N T E S                       *00002110
      ******************************************************************00002120
       01  CT-CONSTANTES.                                               00002130
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002140
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002150
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002160
               10  CA-RESP                 PIC X(14)   VALUE            00002170
                                   'MEDIOS DE PAGO'.                    00002180
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002190
               10  CA-MPCHESE1             PIC X(08)   VALUE 'MPCHESE1'.00002200
               10  CA-MPCHSED1             PIC X(08)   VALUE 'MPCHSED1'.00002210
               10  CA-MPCHESE2             PIC X(08)   VALUE 'MPCHESE2'.00002220
               10  CA-MPCHESS1             PIC X(08)   VALUE 'MPCHESS1'.00002230
               10  CA-MPCHESS2             PIC X(08)   VALUE 'MPCHESS2'.00002240
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002250
                                   '0001-01-01'.                        00002260
      *--      TIPOS DE REGISTRO DE LA DECLARACION.                     00002270
               10  CA-REG-CABECERA         PIC X(01)   VALUE '0'.       00002280
               10  CA-REG-DETALLE          PIC X(01)   VALUE '1'.       00002290
               10  CA-REG-CONTROL          PIC X(01)   VALUE '9'.       00002300
               10  CA-ID-DECLARACION       PIC X(08)   VALUE 'ESTTARJ '.00002310
               10  CA-LIT-TOTAL            PIC X(15)   VALUE            00002320
                                   'TOTAL ENTIDAD'.                     00002330
      *--      MES DE INICIO Y MES-DIA DE CIERRE DE CADA TRIMESTRE.     00002340
               10  CA-MESES-INICIO         PIC X(08)   VALUE            00002350
                                   '01040710'.                          00002360
               10  CA-MESES-INICIO-R  REDEFINES CA-MESES-INICIO.        00002370
                   15  CA-MES-INICIO       PIC X(02)   OCCURS 4 TIMES.  00002380
               10  CA-DIAS-CIERRE          PIC X(16)   VALUE            00002390
                                   '0331063009301231'.                  00002400
               10  CA-DIAS-CIERRE-R   REDEFINES CA-DIAS-CIERRE.         00002410
                   15  CA-DIA-CIERRE       OCCURS 4 TIMES.              00002420
                       20  CA-CIE-MM       PIC X(02).                   00002430
                       20  CA-CIE-DD       PIC X(02).                   00002440
      *--      CONCEPTOS DECLARADOS, EN EL ORDEN DEL DETALLE.           00002450
               10  CA-CONCEPTOS            PIC X(60)   VALUE            00002460
                   'EMITIDAS    ACTIVAS     RENOVADAS   SUSTITUIDAS CANC00002470
      -            'ELADAS  '.                                          00002480
               10  CA-CONCEPTOS-R     REDEFINES CA-CONCEPTOS.           00002490
                   15  CA-CONCEPTO         PIC X(12)   OCCURS 5 TIMES.  00002500
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002510
                                   'ERROR AL ABRIR UN FICHERO'.         00002520
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002530
                                   'ERROR AL CERRAR UN FICHERO'.        00002540
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002550
                                   'ERROR AL LEER UN FICHERO'.          00002560
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002570
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002580
               10  CA-ERR-ENTIDAD          PIC X(38)   VALUE            00002590
                         'ENTIDAD DECLARANTE NO INFORMADA       '.      00002600
               10  CA-ERR-TRIMESTRE        PIC X(38)   VALUE            00002610
                         'ANO O TRIMESTRE DE SYSIN ERRONEO      '.      00002620
               10  CA-ERR-ANTERIOR         PIC X(38)   VALUE            00002630
                         'LA DECLARACION ANTERIOR NO CORRESPONDE'.      00002640
               10  CA-ERR-TABLA-REMIT      PIC X(38)   VALUE            00002650
                         'TABLA DE TARJETAS REMITIDAS DESBORDADA'.      00002660
               10  CA-ERR-TABLA-LLENA      PIC X(38)   VALUE            00002670
                         'TABLA DE MARCAS Y FUNCIONES DESBORDADA'.      00002680
               10  CA-PRF-1050             PIC X(23)   VALUE            00002690
                                   '1050-VALIDAR-PARAMETROS'.           00002700
               10  CA-PRF-1100             PIC X(19)   VALUE            00002710
                                   '1100-ABRIR-FICHEROS'.               00002720
               10  CA-PRF-1175             PIC X(22)   VALUE            00002730
                                   '1175-ACUMULAR-REMITIDA'.            00002740
               10  CA-PRF-1200             PIC X(22)   VALUE            00002750
                                   '1200-CARGAR-ANTERIOR'.              00002760
               10  CA-PRF-2150             PIC X(20)   VALUE            00002770
                                   '2150-LOCALIZAR-CLAVE'.              00002780
               10  CA-PRF-3100             PIC X(20)   VALUE            00002790
                                   '3100-CERRAR-FICHEROS'.              00002800
               10  CA-PRF-9100             PIC X(18)   VALUE            00002810
                                   '9100-LEER-MPCHESE1'.                00002820
               10  CA-PRF-9150             PIC X(18)   VALUE            00002830
                                   '9150-LEER-MPCHSED1'.                00002840
               10  CA-PRF-9160             PIC X(18)   VALUE            00002850
                                   '9160-LEER-MPCHESE2'.                00002860
               10  CA-PRF-9200             PIC X(25)   VALUE            00002870
                                   '9200-ESCRIBIR-DECLARACION'.         00002880
               10  CA-PRF-9300             PIC X(22)   VALUE            00002890
                                   '9300-ESCRIBIR-LISTADO'.             00002900
                                                                        00002910
           05  CN-CONSTANTES-NUMERICAS.                                 00002920
               10  CN-1                    PIC 9(01)   VALUE 1.         00002930
               10  CN-3                    PIC 9(01)   VALUE 3.         00002940
               10  CN-4                    PIC 9(01)   VALUE 4.         00002950
               10  CN-5                    PIC 9(01)   VALUE 5.         00002960
               10  CN-100                  PIC 9(03)   VALUE 100.       00002970
               10  CN-MAX-REMITIDAS        PIC 9(05)   VALUE 50000.     00002980
               10  CN-MAX-CLAVES           PIC 9(03)   VALUE 500.       00002990
                                                                        00003000
      ******************************************************************00003010
      *                    C O N T A D O R E S                         *00003020
      ******************************************************************00003030
       01  CT-CONTADORES.                                               00003040
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00003050
           05  CT-ENTIDAD                  PIC 9(9)    VALUE ZEROES.    00003060
           05  CT-REMITIDAS                PIC 9(9)    VALUE ZEROES.    00003070
           05  CT-REG-ANTERIOR             PIC 9(9)    VALUE ZEROES.    00003080
           05  CT-REG-DECLARACION          PIC 9(9)    VALUE ZEROES.    00003090
           05  CT-DETALLES                 PIC 9(9)    VALUE ZEROES.    00003100
                                                                        00003110
      ******************************************************************00003120
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003130
      ******************************************************************00003140
       01  WK-ESTADISTICA.                                              00003150
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003160
           05  WK-CAB-2                    PIC X(55)   VALUE            00003170
                   '* ESTADISTICAS DE MPCHEST                   *'.     00003180
           05  WK-CAB-3.                                                00003190
               10  FILLER                  PIC X(45)   VALUE            00003200
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00003210
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00003220
               10  FILLER                  PIC X(01)   VALUE '*'.       00003230
           05  WK-CAB-4.                                                00003240
               10  FILLER                  PIC X(45)   VALUE            00003250
                   '* TARJETAS DE LA ENTIDAD DECLARANTE:       '.       00003260
               10  WK-ENTIDAD-ED           PIC ZZZZZZZZ9.               00003270
               10  FILLER                  PIC X(01)   VALUE '*'.       00003280
           05  WK-CAB-5.                                                00003290
               10  FILLER                  PIC X(45)   VALUE            00003300
                   '* REMITIDAS EN EL TRIMESTRE (MPCHSED1):    '.       00003310
               10  WK-REMITIDAS-ED         PIC ZZZZZZZZ9.               00003320
               10  FILLER                  PIC X(01)   VALUE '*'.       00003330
           05  WK-CAB-6.                                                00003340
               10  FILLER                  PIC X(45)   VALUE            00003350
                   '* REGISTROS DECLARACION ANTERIOR:          '.       00003360
               10  WK-REG-ANTERIOR-ED      PIC ZZZZZZZZ9.               00003370
               10  FILLER                  PIC X(01)   VALUE '*'.       00003380
           05  WK-CAB-7.                                                00003390
               10  FILLER                  PIC X(45)   VALUE            00003400
                   '* REGISTROS DECLARACION (MPCHESS1):        '.       00003410
               10  WK-REG-DECLARACION-ED   PIC ZZZZZZZZ9.               00003420
               10  FILLER                  PIC X(01)   VALUE '*'.       00003430
                                                                        00003440
      ******************************************************************00003450
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003460
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003470
      ******************************************************************00003480
       01  WK-CANCELACION-BATCH.                                        00003490
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003500
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003510
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003520
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHEST'. 00003530
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003540
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003550
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003560
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003570
                                                                        00003580
      ******************************************************************00003590
      *                      F I L E  S T A T U S                      *00003600
      ******************************************************************00003610
       01  FS-FILE-STATUS.                                              00003620
           05  FS-MPCHESE1                 PIC X(02).                   00003630
           05  FS-MPCHSED1                 PIC X(02).                   00003640
           05  FS-MPCHESE2                 PIC X(02).                   00003650
           05  FS-MPCHESS1                 PIC X(02).                   00003660
           05  FS-MPCHESS2                 PIC X(02).                   00003670
                                                                        00003680
      ******************************************************************00003690
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003700
      ******************************************************************00003710
       01  WK-PARAMETROS-SYSIN.                                         00003720
           05  WK-ENTIDAD-DECLARANTE       PIC X(04)   VALUE SPACES.    00003730
           05  WK-ANIO-AN                  PIC X(04)   VALUE SPACES.    00003740
           05  WK-TRIMESTRE-AN             PIC X(01)   VALUE SPACES.    00003750
                                                                        00003760
      ******************************************************************00003770
      * TRIMESTRE DECLARADO, TRIMESTRE ANTERIOR Y LIMITES DE FECHA.    *00003780
      ******************************************************************00003790
       01  WK-PERIODO.                                                  00003800
           05  WK-FECHA-HOY.                                            00003810
               10  WK-HOY-AAAA             PIC 9(04).                   00003820
               10  WK-HOY-MM               PIC 9(02).                   00003830
               10  WK-HOY-DD               PIC 9(02).                   00003840
           05  WK-FECHA-GENERACION.                                     00003850
               10  WK-GEN-AAAA             PIC 9(04).                   00003860
               10  FILLER                  PIC X(01)   VALUE '-'.       00003870
               10  WK-GEN-MM               PIC 9(02).                   00003880
               10  FILLER                  PIC X(01)   VALUE '-'.       00003890
               10  WK-GEN-DD               PIC 9(02).                   00003900
           05  WK-ANIO                     PIC 9(04)   VALUE ZEROES.    00003910
           05  WK-TRIMESTRE                PIC 9(01)   VALUE ZEROES.    00003920
           05  WK-ANIO-ANT                 PIC 9(04)   VALUE ZEROES.    00003930
           05  WK-TRIMESTRE-ANT            PIC 9(01)   VALUE ZEROES.    00003940
           05  WK-INICIO-TRIMESTRE.                                     00003950
               10  WK-INI-AAAA             PIC 9(04).                   00003960
               10  FILLER                  PIC X(01)   VALUE '-'.       00003970
               10  WK-INI-MM               PIC X(02).                   00003980
               10  FILLER                  PIC X(03)   VALUE '-01'.     00003990
           05  WK-CIERRE-TRIMESTRE.                                     00004000
               10  WK-CIE-AAAA             PIC 9(04).                   00004010
               10  FILLER                  PIC X(01)   VALUE '-'.       00004020
               10  WK-CIE-MM               PIC X(02).                   00004030
               10  FILLER                  PIC X(01)   VALUE '-'.       00004040
               10  WK-CIE-DD               PIC X(02).                   00004050
                                                                        00004060
      ******************************************************************00004070
      * REGISTRO RODANTE DE TARJETAS REMITIDAS DENTRO DEL TRIMESTRE,   *00004080
      * CARGADO DESDE MPCHSED1 (ORDENADO POR XPAN).                    *00004090
      ******************************************************************00004100
       01  WK-TABLA-REMITIDAS.                                          00004110
           05  WK-NUM-REMITIDAS            PIC 9(05)   VALUE ZEROES.    00004120
           05  WK-REMITIDA-XPAN            PIC X(22)                    00004130
                                           OCCURS 50000 TIMES.          00004140
                                                                        00004150
       01  WK-BUSQUEDA-REMITIDA.                                        00004160
           05  WK-IDX-REMITIDA             PIC 9(05)   VALUE ZEROES.    00004170
           05  WK-BAJO-REMITIDA            PIC 9(05)   VALUE ZEROES.    00004180
           05  WK-ALTO-REMITIDA            PIC 9(05)   VALUE ZEROES.    00004190
                                                                        00004200
      ******************************************************************00004210
      * ACUMULADORES POR MARCA Y FUNCION DE LA TARJETA, EN ORDEN DE    *00004220
      * CLAVE, CON LOS CINCO CONCEPTOS DEL TRIMESTRE DECLARADO Y DEL   *00004230
      * ANTERIOR.                                                      *00004240
      ******************************************************************00004250
       01  WK-TABLA-CLAVES.                                             00004260
           05  WK-NUM-CLAVES               PIC 9(03)   VALUE ZEROES.    00004270
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00004280
           05  WK-IDX-CLAVE                PIC 9(03)   VALUE ZEROES.    00004290
           05  WK-IDX-DESPLAZA             PIC 9(03)   VALUE ZEROES.    00004300
           05  WK-IDX-CONCEPTO             PIC 9(01)   VALUE ZEROES.    00004310
           05  WK-CLAVE-BUSCADA.                                        00004320
               10  WK-CB-CDGMAR            PIC 9(02).                   00004330
               10  WK-CB-INDTIPT           PIC 9(02).                   00004340
           05  WK-CLAVE-TAB                OCCURS 500 TIMES.            00004350
               10  WK-CL-CLAVE.                                         00004360
                   15  WK-CL-CDGMAR        PIC 9(02).                   00004370
                   15  WK-CL-INDTIPT       PIC 9(02).                   00004380
               10  WK-CL-CONCEPTO          OCCURS 5 TIMES.              00004390
                   15  WK-CL-ACTUAL        PIC 9(11).                   00004400
                   15  WK-CL-ANTERIOR      PIC 9(11).                   00004410
                                                                        00004420
       01  WK-TOTALES.                                                  00004430
           05  WK-TOT-CONCEPTO             OCCURS 5 TIMES.              00004440
               10  WK-TOT-ACTUAL           PIC 9(13).                   00004450
               10  WK-TOT-ANTERIOR         PIC 9(13).                   00004460
                                                                        00004470
      ******************************************************************00004480
      * CONCEPTOS EN QUE COMPUTA LA TARJETA EN CURSO (1 = SI).         *00004490
      ******************************************************************00004500
       01  WK-COMPUTA.                                                  00004510
           05  WK-COMPUTA-CONCEPTO         PIC 9(01)   OCCURS 5 TIMES.  00004520
                                                                        00004530
       01  WK-VARIACION                    PIC S9(09)V9(02) COMP-3      00004540
                                                       VALUE ZEROES.    00004550
       01  WK-DIFERENCIA                   PIC S9(13)  COMP-3           00004560
                                                       VALUE ZEROES.    00004570
       01  WK-CIFRA-ACTUAL                 PIC 9(13)   VALUE ZEROES.    00004580
       01  WK-CIFRA-ANTERIOR               PIC 9(13)   VALUE ZEROES.    00004590
                                                                        00004600
      ******************************************************************00004610
      * REGISTRO DE LA DECLARACION AL REGULADOR (MPCHESS1 Y MPCHESE2): *00004620
      * CABECERA, DETALLE POR MARCA Y FUNCION Y REGISTRO DE CONTROL.   *00004630
      ******************************************************************00004640
       01  WK-REG-DECLARACION.                                          00004650
           05  RG-TIPO-REGISTRO            PIC X(01).                   00004660
           05  RG-DATOS                    PIC X(99).                   00004670
           05  RG-CABECERA        REDEFINES RG-DATOS.                   00004680
               10  RG-ID-DECLARACION       PIC X(08).                   00004690
               10  RG-ENTIDAD              PIC X(04).                   00004700
               10  RG-ANIO                 PIC 9(04).                   00004710
               10  RG-TRIMESTRE            PIC 9(01).                   00004720
               10  RG-FECHA-GENERACION     PIC X(10).                   00004730
               10  FILLER                  PIC X(72).                   00004740
           05  RG-DETALLE         REDEFINES RG-DATOS.                   00004750
               10  RG-CDGMAR               PIC 9(02).                   00004760
               10  RG-INDTIPT              PIC 9(02).                   00004770
               10  RG-CONCEPTO             PIC 9(11)   OCCURS 5 TIMES.  00004780
               10  FILLER                  PIC X(40).                   00004790
           05  RG-CONTROL         REDEFINES RG-DATOS.                   00004800
               10  RG-NUM-DETALLES         PIC 9(09).                   00004810
               10  RG-TOTAL                PIC 9(13)   OCCURS 5 TIMES.  00004820
               10  FILLER                  PIC X(25).                   00004830
                                                                        00004840
      ******************************************************************00004850
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00004860
      * CAMPOS NECESARIOS PARA LA DECLARACION.                         *00004870
      ******************************************************************00004880
       01  WK-REGISTRO.                                                 00004890
           05  WK-CDGENTI-009              PIC X(04).                   00004900
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00004910
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00004920
           05  WK-CENTALTA-009             PIC X(04).                   00004930
           05  WK-CUENTNU-009              PIC X(12).                   00004940
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00004950
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00004960
           05  WK-TIPBON-009               PIC X(06).                   00004970
           05  WK-XPAN-009                 PIC X(22).                   00004980
           05  WK-XPANANT-009              PIC X(22).                   00004990
           05  WK-FECALTA-009              PIC X(10).                   00005000
           05  WK-FECALTAN-009             PIC X(10).                   00005010
           05  WK-FEULTUSO-009             PIC X(10).                   00005020
           05  WK-INSITTAR-009             PIC S9(02)V USAGE COMP-3.    00005030
           05  WK-INULTTAR-009             PIC X(02).                   00005040
           05  WK-INDNOREN-009             PIC S9(01)V USAGE COMP-3.    00005050
           05  WK-CODBLQ-009               PIC S9(02)V USAGE COMP-3.    00005060
           05  WK-FEULTBLQ-009             PIC X(10).                   00005070
           05  WK-TEXBLQ-009               PIC X(30).                   00005080
           05  WK-FECBAJA-009              PIC X(10).                   00005090
           05  WK-MOTBAJA-009              PIC X(02).                   00005100
           05  WK-CADTARJ-009              PIC S9(06)V USAGE COMP-3.    00005110
           05  WK-CADANTTJ-009             PIC S9(06)V USAGE COMP-3.    00005120
           05  FILLER                      PIC X(128).                  00005130
           05  WK-ISSUENUM-009             PIC S9(03)V USAGE COMP-3.    00005140
           05  WK-ISSUEANT-009             PIC S9(03)V USAGE COMP-3.    00005150
           05  FILLER                      PIC X(338).                  00005160
                                                                        00005170
      ******************************************************************00005180
      *                 L I N E A S  D E  I N F O R M E                *00005190
      ******************************************************************00005200
       01  WK-LINEA-CABECERA.                                           00005210
           05  FILLER                      PIC X(41)   VALUE            00005220
               'MPCHEST - DECLARACION TRIMESTRAL TARJETAS'.             00005230
           05  FILLER                      PIC X(11)   VALUE            00005240
                                   ' - ENTIDAD '.                       00005250
           05  WC-ENTIDAD                  PIC X(04).                   00005260
           05  FILLER                      PIC X(12)   VALUE            00005270
                                   ' - PERIODO '.                       00005280
           05  WC-ANIO                     PIC 9(04).                   00005290
           05  FILLER                      PIC X(02)   VALUE '-T'.      00005300
           05  WC-TRIMESTRE                PIC 9(01).                   00005310
           05  FILLER                      PIC X(16)   VALUE            00005320
                                   ' - COMPARADO CON'.                  00005330
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005340
           05  WC-ANIO-ANT                 PIC 9(04).                   00005350
           05  FILLER                      PIC X(02)   VALUE '-T'.      00005360
           05  WC-TRIMESTRE-ANT            PIC 9(01).                   00005370
           05  FILLER                      PIC X(33)   VALUE SPACES.    00005380
                                                                        00005390
       01  WK-LINEA-TITULOS.                                            00005400
           05  FILLER                      PIC X(07)   VALUE 'MARCA'.   00005410
           05  FILLER                      PIC X(08)   VALUE 'FUNCION'. 00005420
           05  FILLER                      PIC X(14)   VALUE            00005430
                                   'CONCEPTO'.                          00005440
           05  FILLER                      PIC X(16)   VALUE            00005450
                                   '      TRIMESTRE'.                   00005460
           05  FILLER                      PIC X(16)   VALUE            00005470
                                   '       ANTERIOR'.                   00005480
           05  FILLER                      PIC X(17)   VALUE            00005490
                                   '      DIFERENCIA'.                  00005500
           05  FILLER                      PIC X(54)   VALUE            00005510
                                   '   VARIACION %'.                    00005520
                                                                        00005530
       01  WK-LINEA-DETALLE.                                            00005540
           05  WD-CLAVE.                                                00005550
               10  WD-CDGMAR               PIC X(02).                   00005560
               10  FILLER                  PIC X(05).                   00005570
               10  WD-INDTIPT              PIC X(02).                   00005580
               10  FILLER                  PIC X(06).                   00005590
           05  WD-LITERAL         REDEFINES WD-CLAVE                    00005600
                                           PIC X(15).                   00005610
           05  WD-CONCEPTO                 PIC X(12).                   00005620
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005630
           05  WD-ACTUAL                   PIC Z.ZZZ.ZZZ.ZZ9.           00005640
           05  FILLER                      PIC X(03)   VALUE SPACES.    00005650
           05  WD-ANTERIOR                 PIC Z.ZZZ.ZZZ.ZZ9.           00005660
           05  FILLER                      PIC X(03)   VALUE SPACES.    00005670
           05  WD-DIFERENCIA               PIC -Z.ZZZ.ZZZ.ZZ9.          00005680
           05  FILLER                      PIC X(03)   VALUE SPACES.    00005690
           05  WD-VARIACION                PIC -ZZZ.ZZZ.ZZ9,99.         00005700
           05  WD-VARIACION-X     REDEFINES WD-VARIACION                00005710
                                           PIC X(15).                   00005720
           05  FILLER                      PIC X(39)   VALUE SPACES.    00005730
                                                                        00005740
      ******************************************************************00005750
      *                       PROCEDURE DIVISION                       *00005760
      ******************************************************************00005770
       PROCEDURE DIVISION.                                              00005780
                                                                        00005790
           PERFORM 1000-INICIO                                          00005800
              THRU 1000-INICIO-EXIT                                     00005810
                                                                        00005820
           PERFORM 2000-PROCESO                                         00005830
              THRU 2000-PROCESO-EXIT                                    00005840
             UNTIL SI-FIN-MPCHESE1                                      00005850
                                                                        00005860
           PERFORM 3000-FIN                                             00005870
              THRU 3000-FIN-EXIT                                        00005880
                                                                        00005890
           .                                                            00005900
                                                                        00005910
      ******************************************************************00005920
      ***                   1000-INICIO                              ***00005930
      ***                   -----------                              ***00005940
      * SE VALIDAN LOS PARAMETROS, SE ABREN LOS FICHEROS, SE CARGAN EL *00005950
      * REGISTRO DE REMITIDAS Y LA DECLARACION ANTERIOR Y SE LEE LA    *00005960
      * PRIMERA TARJETA DEL CENSO.                                     *00005970
      ******************************************************************00005980
       1000-INICIO.                                                     00005990
                                                                        00006000
           INITIALIZE CT-CONTADORES                                     00006010
                      WK-TOTALES                                        00006020
                                                                        00006030
           MOVE ZEROES                       TO WK-NUM-REMITIDAS        00006040
                                                WK-NUM-CLAVES           00006050
                                                                        00006060
           SET NO-FIN-MPCHESE1               TO TRUE                    00006070
           SET NO-FIN-MPCHSED1               TO TRUE                    00006080
           SET NO-FIN-MPCHESE2               TO TRUE                    00006090
                                                                        00006100
           ACCEPT WK-FECHA-HOY               FROM DATE YYYYMMDD         00006110
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00006120
                                                                        00006130
           PERFORM 1050-VALIDAR-PARAMETROS                              00006140
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00006150
                                                                        00006160
           PERFORM 1100-ABRIR-FICHEROS                                  00006170
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006180
                                                                        00006190
           PERFORM 1170-CARGAR-REMITIDAS                                00006200
              THRU 1170-CARGAR-REMITIDAS-EXIT                           00006210
                                                                        00006220
           PERFORM 1200-CARGAR-ANTERIOR                                 00006230
              THRU 1200-CARGAR-ANTERIOR-EXIT                            00006240
                                                                        00006250
           PERFORM 9100-LEER-MPCHESE1                                   00006260
              THRU 9100-LEER-MPCHESE1-EXIT                              00006270
                                                                        00006280
           .                                                            00006290
       1000-INICIO-EXIT.                                                00006300
           EXIT.                                                        00006310
                                                                        00006320
      ******************************************************************00006330
      ***                   1050-VALIDAR-PARAMETROS                  ***00006340
      ***                   -----------------------                  ***00006350
      * SE DETERMINA EL TRIMESTRE DECLARADO (POR DEFECTO EL ANTERIOR   *00006360
      * A LA FECHA DEL SISTEMA), SU INICIO, SU CIERRE Y EL TRIMESTRE   *00006370
      * ANTERIOR CON EL QUE SE COMPARA.                                *00006380
      ******************************************************************00006390
       1050-VALIDAR-PARAMETROS.                                         00006400
                                                                        00006410
           IF  WK-ENTIDAD-DECLARANTE = SPACES                           00006420
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006430
               MOVE CA-ERR-ENTIDAD           TO WK-DESCRIPCION          00006440
               MOVE CA-PRF-1050              TO WK-PARRAFO              00006450
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00006460
                                                                        00006470
               PERFORM 9000-CANCELACION                                 00006480
                  THRU 9000-CANCELACION-EXIT                            00006490
                                                                        00006500
           END-IF                                                       00006510
                                                                        00006520
           IF  WK-ANIO-AN = SPACES                                      00006530
           AND WK-TRIMESTRE-AN = SPACES                                 00006540
               MOVE WK-HOY-AAAA              TO WK-ANIO                 00006550
               COMPUTE WK-TRIMESTRE = (WK-HOY-MM + 2) / CN-3            00006560
               IF  WK-TRIMESTRE = CN-1                                  00006570
                   SUBTRACT CN-1           FROM WK-ANIO                 00006580
                   MOVE CN-4                 TO WK-TRIMESTRE            00006590
               ELSE                                                     00006600
                   SUBTRACT CN-1           FROM WK-TRIMESTRE            00006610
               END-IF                                                   00006620
           ELSE                                                         00006630
               IF  WK-ANIO-AN NOT NUMERIC                               00006640
                OR WK-TRIMESTRE-AN < '1'                                00006650
                OR WK-TRIMESTRE-AN > '4'                                00006660
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00006670
                   MOVE CA-ERR-TRIMESTRE     TO WK-DESCRIPCION          00006680
                   MOVE CA-PRF-1050          TO WK-PARRAFO              00006690
                   MOVE WK-PARAMETROS-SYSIN  TO WK-DATOS-REGISTRO       00006700
                                                                        00006710
                   PERFORM 9000-CANCELACION                             00006720
                      THRU 9000-CANCELACION-EXIT                        00006730
                                                                        00006740
               END-IF                                                   00006750
               MOVE WK-ANIO-AN               TO WK-ANIO                 00006760
               MOVE WK-TRIMESTRE-AN          TO WK-TRIMESTRE            00006770
           END-IF                                                       00006780
                                                                        00006790
           MOVE WK-ANIO                      TO WK-INI-AAAA             00006800
                                                WK-CIE-AAAA             00006810
           MOVE CA-MES-INICIO (WK-TRIMESTRE) TO WK-INI-MM               00006820
           MOVE CA-CIE-MM (WK-TRIMESTRE)     TO WK-CIE-MM               00006830
           MOVE CA-CIE-DD (WK-TRIMESTRE)     TO WK-CIE-DD               00006840
                                                                        00006850
           IF  WK-TRIMESTRE = CN-1                                      00006860
               COMPUTE WK-ANIO-ANT = WK-ANIO - CN-1                     00006870
               MOVE CN-4                     TO WK-TRIMESTRE-ANT        00006880
           ELSE                                                         00006890
               MOVE WK-ANIO                  TO WK-ANIO-ANT             00006900
               COMPUTE WK-TRIMESTRE-ANT = WK-TRIMESTRE - CN-1           00006910
           END-IF                                                       00006920
                                                                        00006930
           MOVE WK-HOY-AAAA                  TO WK-GEN-AAAA             00006940
           MOVE WK-HOY-MM                    TO WK-GEN-MM               00006950
           MOVE WK-HOY-DD                    TO WK-GEN-DD               00006960
                                                                        00006970
           .                                                            00006980
       1050-VALIDAR-PARAMETROS-EXIT.                                    00006990
           EXIT.                                                        00007000
                                                                        00007010
      ******************************************************************00007020
      ***                   1100-ABRIR-FICHEROS                      ***00007030
      ***                   -------------------                      ***00007040
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00007050
      ******************************************************************00007060
       1100-ABRIR-FICHEROS.                                             00007070
                                                                        00007080
           OPEN INPUT  MPCHESE1                                         00007090
                       MPCHSED1                                         00007100
                       MPCHESE2                                         00007110
                OUTPUT MPCHESS1                                         00007120
                       MPCHESS2                                         00007130
                                                                        00007140
           IF  FS-MPCHESE1 NOT = CA-FS-OK                               00007150
               MOVE CA-MPCHESE1              TO WK-DDNAME               00007160
               MOVE FS-MPCHESE1              TO WK-FILE-STATUS          00007170
               GO TO 1100-ERROR-APERTURA                                00007180
           END-IF                                                       00007190
                                                                        00007200
           IF  FS-MPCHSED1 NOT = CA-FS-OK                               00007210
               MOVE CA-MPCHSED1              TO WK-DDNAME               00007220
               MOVE FS-MPCHSED1              TO WK-FILE-STATUS          00007230
               GO TO 1100-ERROR-APERTURA                                00007240
           END-IF                                                       00007250
                                                                        00007260
           IF  FS-MPCHESE2 NOT = CA-FS-OK                               00007270
               MOVE CA-MPCHESE2              TO WK-DDNAME               00007280
               MOVE FS-MPCHESE2              TO WK-FILE-STATUS          00007290
               GO TO 1100-ERROR-APERTURA                                00007300
           END-IF                                                       00007310
                                                                        00007320
           IF  FS-MPCHESS1 NOT = CA-FS-OK                               00007330
               MOVE CA-MPCHESS1              TO WK-DDNAME               00007340
               MOVE FS-MPCHESS1              TO WK-FILE-STATUS          00007350
               GO TO 1100-ERROR-APERTURA                                00007360
           END-IF                                                       00007370
                                                                        00007380
           IF  FS-MPCHESS2 NOT = CA-FS-OK                               00007390
               MOVE CA-MPCHESS2              TO WK-DDNAME               00007400
               MOVE FS-MPCHESS2              TO WK-FILE-STATUS          00007410
               GO TO 1100-ERROR-APERTURA                                00007420
           END-IF                                                       00007430
                                                                        00007440
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00007450
                                                                        00007460
           .                                                            00007470
       1100-ERROR-APERTURA.                                             00007480
                                                                        00007490
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00007500
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00007510
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00007520
                                                                        00007530
           PERFORM 9000-CANCELACION                                     00007540
              THRU 9000-CANCELACION-EXIT                                00007550
                                                                        00007560
           .                                                            00007570
       1100-ABRIR-FICHEROS-EXIT.                                        00007580
           EXIT.                                                        00007590
                                                                        00007600
      ******************************************************************00007610
      ***                   1170-CARGAR-REMITIDAS                    ***00007620
      ***                   ---------------------                    ***00007630
      * SE CARGAN EN MEMORIA LAS TARJETAS DEL REGISTRO RODANTE         *00007640
      * REMITIDAS DENTRO DEL TRIMESTRE (ORDENADAS POR XPAN).           *00007650
      ******************************************************************00007660
       1170-CARGAR-REMITIDAS.                                           00007670
                                                                        00007680
           PERFORM 9150-LEER-MPCHSED1                                   00007690
              THRU 9150-LEER-MPCHSED1-EXIT                              00007700
                                                                        00007710
           PERFORM 1175-ACUMULAR-REMITIDA                               00007720
              THRU 1175-ACUMULAR-REMITIDA-EXIT                          00007730
             UNTIL SI-FIN-MPCHSED1                                      00007740
                                                                        00007750
           .                                                            00007760
       1170-CARGAR-REMITIDAS-EXIT.                                      00007770
           EXIT.                                                        00007780
                                                                        00007790
      ******************************************************************00007800
      ***                   1175-ACUMULAR-REMITIDA                   ***00007810
      ***                   ----------------------                   ***00007820
      * SE ACUMULA LA TARJETA SI SU REMESA CAE EN EL TRIMESTRE Y SE    *00007830
      * LEE LA SIGUIENTE. EL DESBORDAMIENTO CANCELA EL PROCESO PARA NO *00007840
      * DECLARAR RENOVACIONES INCOMPLETAS.                             *00007850
      ******************************************************************00007860
       1175-ACUMULAR-REMITIDA.                                          00007870
                                                                        00007880
           IF  RD-FECREMESA NOT < WK-INICIO-TRIMESTRE                   00007890
           AND RD-FECREMESA NOT > WK-CIERRE-TRIMESTRE                   00007900
               IF  WK-NUM-REMITIDAS < CN-MAX-REMITIDAS                  00007910
                   ADD CN-1                  TO WK-NUM-REMITIDAS        00007920
                   MOVE RD-XPAN              TO                         00007930
                        WK-REMITIDA-XPAN(WK-NUM-REMITIDAS)              00007940
                   ADD CN-1                  TO CT-REMITIDAS            00007950
               ELSE                                                     00007960
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00007970
                   MOVE CA-ERR-TABLA-REMIT   TO WK-DESCRIPCION          00007980
                   MOVE CA-PRF-1175          TO WK-PARRAFO              00007990
                   MOVE CA-MPCHSED1          TO WK-DDNAME               00008000
                   MOVE FS-MPCHSED1          TO WK-FILE-STATUS          00008010
                                                                        00008020
                   PERFORM 9000-CANCELACION                             00008030
                      THRU 9000-CANCELACION-EXIT                        00008040
                                                                        00008050
               END-IF                                                   00008060
           END-IF                                                       00008070
                                                                        00008080
           PERFORM 9150-LEER-MPCHSED1                                   00008090
              THRU 9150-LEER-MPCHSED1-EXIT                              00008100
                                                                        00008110
           .                                                            00008120
       1175-ACUMULAR-REMITIDA-EXIT.                                     00008130
           EXIT.                                                        00008140
                                                                        00008150
      ******************************************************************00008160
      ***                   1200-CARGAR-ANTERIOR                     ***00008170
      ***                   --------------------                     ***00008180
      * SE CARGAN LAS CIFRAS DE LA DECLARACION DEL TRIMESTRE ANTERIOR. *00008190
      * SU CABECERA DEBE CORRESPONDER A LA MISMA ENTIDAD Y AL          *00008200
      * TRIMESTRE INMEDIATAMENTE ANTERIOR. UN FICHERO VACIO SE ADMITE  *00008210
      * (PRIMERA DECLARACION) Y SE COMPARA CONTRA CEROS.               *00008220
      ******************************************************************00008230
       1200-CARGAR-ANTERIOR.                                            00008240
                                                                        00008250
           PERFORM 9160-LEER-MPCHESE2                                   00008260
              THRU 9160-LEER-MPCHESE2-EXIT                              00008270
                                                                        00008280
           IF  SI-FIN-MPCHESE2                                          00008290
               GO TO 1200-CARGAR-ANTERIOR-EXIT                          00008300
           END-IF                                                       00008310
                                                                        00008320
           IF  RG-TIPO-REGISTRO NOT = CA-REG-CABECERA                   00008330
            OR RG-ENTIDAD NOT = WK-ENTIDAD-DECLARANTE                   00008340
            OR RG-ANIO NOT = WK-ANIO-ANT                                00008350
            OR RG-TRIMESTRE NOT = WK-TRIMESTRE-ANT                      00008360
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008370
               MOVE CA-ERR-ANTERIOR          TO WK-DESCRIPCION          00008380
               MOVE CA-PRF-1200              TO WK-PARRAFO              00008390
               MOVE CA-MPCHESE2              TO WK-DDNAME               00008400
               MOVE WK-REG-DECLARACION       TO WK-DATOS-REGISTRO       00008410
                                                                        00008420
               PERFORM 9000-CANCELACION                                 00008430
                  THRU 9000-CANCELACION-EXIT                            00008440
                                                                        00008450
           END-IF                                                       00008460
                                                                        00008470
           PERFORM 9160-LEER-MPCHESE2                                   00008480
              THRU 9160-LEER-MPCHESE2-EXIT                              00008490
                                                                        00008500
           PERFORM 1250-ACUMULAR-ANTERIOR                               00008510
              THRU 1250-ACUMULAR-ANTERIOR-EXIT                          00008520
             UNTIL SI-FIN-MPCHESE2                                      00008530
                                                                        00008540
           .                                                            00008550
       1200-CARGAR-ANTERIOR-EXIT.                                       00008560
           EXIT.                                                        00008570
                                                                        00008580
      ******************************************************************00008590
      ***                   1250-ACUMULAR-ANTERIOR                   ***00008600
      ***                   ----------------------                   ***00008610
      * SE GUARDAN LAS CIFRAS DE UN DETALLE DE LA DECLARACION ANTERIOR *00008620
      * EN SU MARCA Y FUNCION Y SE LEE EL SIGUIENTE REGISTRO.          *00008630
      ******************************************************************00008640
       1250-ACUMULAR-ANTERIOR.                                          00008650
                                                                        00008660
           IF  RG-TIPO-REGISTRO = CA-REG-DETALLE                        00008670
               MOVE RG-CDGMAR                TO WK-CB-CDGMAR            00008680
               MOVE RG-INDTIPT               TO WK-CB-INDTIPT           00008690
                                                                        00008700
               PERFORM 2150-LOCALIZAR-CLAVE                             00008710
                  THRU 2150-LOCALIZAR-CLAVE-EXIT                        00008720
                                                                        00008730
               PERFORM 1260-GUARDAR-ANTERIOR                            00008740
                  THRU 1260-GUARDAR-ANTERIOR-EXIT                       00008750
                 VARYING WK-IDX-CONCEPTO FROM CN-1 BY CN-1              00008760
                   UNTIL WK-IDX-CONCEPTO > CN-5                         00008770
           END-IF                                                       00008780
                                                                        00008790
           PERFORM 9160-LEER-MPCHESE2                                   00008800
              THRU 9160-LEER-MPCHESE2-EXIT                              00008810
                                                                        00008820
           .                                                            00008830
       1250-ACUMULAR-ANTERIOR-EXIT.                                     00008840
           EXIT.                                                        00008850
                                                                        00008860
      ******************************************************************00008870
      ***                   1260-GUARDAR-ANTERIOR                    ***00008880
      ***                   ---------------------                    ***00008890
      * SE GUARDA UN CONCEPTO DEL DETALLE ANTERIOR.                    *00008900
      ******************************************************************00008910
       1260-GUARDAR-ANTERIOR.                                           00008920
                                                                        00008930
           MOVE RG-CONCEPTO (WK-IDX-CONCEPTO)                           00008940
             TO WK-CL-ANTERIOR (WK-IDX-CLAVE, WK-IDX-CONCEPTO)          00008950
                                                                        00008960
           .                                                            00008970
       1260-GUARDAR-ANTERIOR-EXIT.                                      00008980
           EXIT.                                                        00008990
                                                                        00009000
      ******************************************************************00009010
      ***                   2000-PROCESO                             ***00009020
      ***                   ------------                             ***00009030
      * SE CLASIFICA LA TARJETA LEIDA Y SE LEE LA SIGUIENTE.           *00009040
      ******************************************************************00009050
       2000-PROCESO.                                                    00009060
                                                                        00009070
           PERFORM 2100-CLASIFICAR-TARJETA                              00009080
              THRU 2100-CLASIFICAR-TARJETA-EXIT                         00009090
                                                                        00009100
           PERFORM 9100-LEER-MPCHESE1                                   00009110
              THRU 9100-LEER-MPCHESE1-EXIT                              00009120
                                                                        00009130
           .                                                            00009140
       2000-PROCESO-EXIT.                                               00009150
           EXIT.                                                        00009160
                                                                        00009170
      ******************************************************************00009180
      ***                   2100-CLASIFICAR-TARJETA                  ***00009190
      ***                   -----------------------                  ***00009200
      * SE DETERMINA EN QUE CONCEPTOS COMPUTA LA TARJETA DE LA ENTIDAD *00009210
      * DECLARANTE Y SE SUMAN A SU MARCA Y FUNCION. LOS CONCEPTOS SE   *00009220
      * NUMERAN 1 EMITIDAS, 2 ACTIVAS, 3 RENOVADAS, 4 SUSTITUIDAS Y    *00009230
      * 5 CANCELADAS.                                                  *00009240
      ******************************************************************00009250
       2100-CLASIFICAR-TARJETA.                                         00009260
                                                                        00009270
           IF  WK-CDGENTI-009 NOT = WK-ENTIDAD-DECLARANTE               00009280
               GO TO 2100-CLASIFICAR-TARJETA-EXIT                       00009290
           END-IF                                                       00009300
                                                                        00009310
           ADD CN-1                          TO CT-ENTIDAD              00009320
                                                                        00009330
           MOVE ZEROES                       TO WK-COMPUTA              00009340
           SET NO-EMITIDA                    TO TRUE                    00009350
                                                                        00009360
      *--  EN CIRCULACION AL CIERRE: ALTA HASTA EL CIERRE Y SIN BAJA O  00009370
      *--  CON BAJA POSTERIOR.                                          00009380
           IF  WK-FECALTA-009 NOT > WK-CIERRE-TRIMESTRE                 00009390
           AND WK-FECALTA-009 NOT = SPACES                              00009400
               IF  WK-FECBAJA-009 = SPACES                              00009410
                OR WK-FECBAJA-009 = CA-FECHA-ABIERTA                    00009420
                OR WK-FECBAJA-009 > WK-CIERRE-TRIMESTRE                 00009430
                   SET SI-EMITIDA            TO TRUE                    00009440
                   MOVE CN-1                 TO WK-COMPUTA-CONCEPTO(1)  00009450
               END-IF                                                   00009460
           END-IF                                                       00009470
                                                                        00009480
           IF  SI-EMITIDA                                               00009490
           AND WK-FEULTUSO-009 NOT < WK-INICIO-TRIMESTRE                00009500
           AND WK-FEULTUSO-009 NOT > WK-CIERRE-TRIMESTRE                00009510
               MOVE CN-1                     TO WK-COMPUTA-CONCEPTO(2)  00009520
           END-IF                                                       00009530
                                                                        00009540
           IF  WK-FECALTA-009 NOT < WK-INICIO-TRIMESTRE                 00009550
           AND WK-FECALTA-009 NOT > WK-CIERRE-TRIMESTRE                 00009560
           AND WK-XPANANT-009 NOT = SPACES                              00009570
               MOVE CN-1                     TO WK-COMPUTA-CONCEPTO(4)  00009580
           END-IF                                                       00009590
                                                                        00009600
           IF  WK-FECALTA-009 < WK-INICIO-TRIMESTRE                     00009610
           AND WK-ISSUENUM-009 > CN-1                                   00009620
               PERFORM 2070-BUSCAR-REMITIDA                             00009630
                  THRU 2070-BUSCAR-REMITIDA-EXIT                        00009640
               IF  SI-REMITIDA-ENCONTRADA                               00009650
                   MOVE CN-1                 TO WK-COMPUTA-CONCEPTO(3)  00009660
               END-IF                                                   00009670
           END-IF                                                       00009680
                                                                        00009690
           IF  WK-FECBAJA-009 NOT < WK-INICIO-TRIMESTRE                 00009700
           AND WK-FECBAJA-009 NOT > WK-CIERRE-TRIMESTRE                 00009710
               MOVE CN-1                     TO WK-COMPUTA-CONCEPTO(5)  00009720
           END-IF                                                       00009730
                                                                        00009740
           IF  WK-COMPUTA = ZEROES                                      00009750
               GO TO 2100-CLASIFICAR-TARJETA-EXIT                       00009760
           END-IF                                                       00009770
                                                                        00009780
           MOVE WK-CDGMAR-009                TO WK-CB-CDGMAR            00009790
           MOVE WK-INDTIPT-009               TO WK-CB-INDTIPT           00009800
                                                                        00009810
           PERFORM 2150-LOCALIZAR-CLAVE                                 00009820
              THRU 2150-LOCALIZAR-CLAVE-EXIT                            00009830
                                                                        00009840
           PERFORM 2120-SUMAR-CONCEPTO                                  00009850
              THRU 2120-SUMAR-CONCEPTO-EXIT                             00009860
             VARYING WK-IDX-CONCEPTO FROM CN-1 BY CN-1                  00009870
               UNTIL WK-IDX-CONCEPTO > CN-5                             00009880
                                                                        00009890
           .                                                            00009900
       2100-CLASIFICAR-TARJETA-EXIT.                                    00009910
           EXIT.                                                        00009920
                                                                        00009930
      ******************************************************************00009940
      ***                   2070-BUSCAR-REMITIDA                     ***00009950
      ***                   --------------------                     ***00009960
      * SE BUSCA EL XPAN DE LA TARJETA ENTRE LAS REMITIDAS DEL         *00009970
      * TRIMESTRE POR BUSQUEDA BINARIA (TABLA ORDENADA POR XPAN).      *00009980
      ******************************************************************00009990
       2070-BUSCAR-REMITIDA.                                            00010000
                                                                        00010010
           SET NO-REMITIDA-ENCONTRADA        TO TRUE                    00010020
                                                                        00010030
           IF  WK-NUM-REMITIDAS > ZEROES                                00010040
               MOVE CN-1                     TO WK-BAJO-REMITIDA        00010050
               MOVE WK-NUM-REMITIDAS         TO WK-ALTO-REMITIDA        00010060
                                                                        00010070
               PERFORM 2075-PARTIR-BUSQUEDA                             00010080
                  THRU 2075-PARTIR-BUSQUEDA-EXIT                        00010090
                 UNTIL SI-REMITIDA-ENCONTRADA                           00010100
                    OR WK-BAJO-REMITIDA > WK-ALTO-REMITIDA              00010110
                                                                        00010120
           END-IF                                                       00010130
                                                                        00010140
           .                                                            00010150
       2070-BUSCAR-REMITIDA-EXIT.                                       00010160
           EXIT.                                                        00010170
                                                                        00010180
      ******************************************************************00010190
      ***                   2075-PARTIR-BUSQUEDA                     ***00010200
      ***                   --------------------                     ***00010210
      * SE COMPARA EL ELEMENTO CENTRAL DEL TRAMO PENDIENTE Y SE        *00010220
      * DESCARTA LA MITAD QUE NO PUEDE CONTENER EL XPAN BUSCADO.       *00010230
      ******************************************************************00010240
       2075-PARTIR-BUSQUEDA.                                            00010250
                                                                        00010260
           COMPUTE WK-IDX-REMITIDA =                                    00010270
                   (WK-BAJO-REMITIDA + WK-ALTO-REMITIDA) / 2            00010280
                                                                        00010290
           EVALUATE  TRUE                                               00010300
               WHEN  WK-REMITIDA-XPAN(WK-IDX-REMITIDA) = WK-XPAN-009    00010310
                     SET SI-REMITIDA-ENCONTRADA TO TRUE                 00010320
                                                                        00010330
               WHEN  WK-REMITIDA-XPAN(WK-IDX-REMITIDA) < WK-XPAN-009    00010340
                     COMPUTE WK-BAJO-REMITIDA = WK-IDX-REMITIDA + 1     00010350
                                                                        00010360
               WHEN  WK-IDX-REMITIDA = CN-1                             00010370
                     MOVE ZEROES             TO WK-ALTO-REMITIDA        00010380
                                                                        00010390
               WHEN  OTHER                                              00010400
                     COMPUTE WK-ALTO-REMITIDA = WK-IDX-REMITIDA - 1     00010410
                                                                        00010420
           END-EVALUATE                                                 00010430
                                                                        00010440
           .                                                            00010450
       2075-PARTIR-BUSQUEDA-EXIT.                                       00010460
           EXIT.                                                        00010470
                                                                        00010480
      ******************************************************************00010490
      ***                   2120-SUMAR-CONCEPTO                      ***00010500
      ***                   -------------------                      ***00010510
      * SE SUMA UN CONCEPTO DE LA TARJETA A SU MARCA Y FUNCION.        *00010520
      ******************************************************************00010530
       2120-SUMAR-CONCEPTO.                                             00010540
                                                                        00010550
           ADD WK-COMPUTA-CONCEPTO (WK-IDX-CONCEPTO)                    00010560
            TO WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-CONCEPTO)             00010570
                                                                        00010580
           .                                                            00010590
       2120-SUMAR-CONCEPTO-EXIT.                                        00010600
           EXIT.                                                        00010610
                                                                        00010620
      ******************************************************************00010630
      ***                   2150-LOCALIZAR-CLAVE                     ***00010640
      ***                   --------------------                     ***00010650
      * SE LOCALIZA (O DA DE ALTA EN SU POSICION, DESPLAZANDO LAS      *00010660
      * SIGUIENTES) EL ACUMULADOR DE LA MARCA Y FUNCION BUSCADAS, PARA *00010670
      * QUE LA DECLARACION Y EL LISTADO SALGAN ORDENADOS.              *00010680
      ******************************************************************00010690
       2150-LOCALIZAR-CLAVE.                                            00010700
                                                                        00010710
           SET NO-CLAVE-ENCONTRADA           TO TRUE                    00010720
           MOVE ZEROES                       TO WK-IDX-CLAVE            00010730
                                                                        00010740
           PERFORM 2160-BUSCAR-CLAVE                                    00010750
              THRU 2160-BUSCAR-CLAVE-EXIT                               00010760
             VARYING WK-IDX FROM CN-1 BY CN-1                           00010770
               UNTIL WK-IDX > WK-NUM-CLAVES                             00010780
                  OR WK-IDX-CLAVE > ZEROES                              00010790
                                                                        00010800
           IF  SI-CLAVE-ENCONTRADA                                      00010810
               GO TO 2150-LOCALIZAR-CLAVE-EXIT                          00010820
           END-IF                                                       00010830
                                                                        00010840
           IF  WK-NUM-CLAVES NOT < CN-MAX-CLAVES                        00010850
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010860
               MOVE CA-ERR-TABLA-LLENA       TO WK-DESCRIPCION          00010870
               MOVE CA-PRF-2150              TO WK-PARRAFO              00010880
               MOVE WK-CLAVE-BUSCADA         TO WK-DATOS-REGISTRO       00010890
                                                                        00010900
               PERFORM 9000-CANCELACION                                 00010910
                  THRU 9000-CANCELACION-EXIT                            00010920
                                                                        00010930
           END-IF                                                       00010940
                                                                        00010950
           IF  WK-IDX-CLAVE = ZEROES                                    00010960
               COMPUTE WK-IDX-CLAVE = WK-NUM-CLAVES + CN-1              00010970
           END-IF                                                       00010980
                                                                        00010990
           PERFORM 2170-DESPLAZAR-CLAVE                                 00011000
              THRU 2170-DESPLAZAR-CLAVE-EXIT                            00011010
             VARYING WK-IDX-DESPLAZA FROM WK-NUM-CLAVES BY -1           00011020
               UNTIL WK-IDX-DESPLAZA < WK-IDX-CLAVE                     00011030
                                                                        00011040
           ADD CN-1                          TO WK-NUM-CLAVES           00011050
           INITIALIZE WK-CLAVE-TAB (WK-IDX-CLAVE)                       00011060
           MOVE WK-CLAVE-BUSCADA     TO WK-CL-CLAVE (WK-IDX-CLAVE)      00011070
                                                                        00011080
           .                                                            00011090
       2150-LOCALIZAR-CLAVE-EXIT.                                       00011100
           EXIT.                                                        00011110
                                                                        00011120
      ******************************************************************00011130
      ***                   2160-BUSCAR-CLAVE                        ***00011140
      ***                   -----------------                        ***00011150
      * SE COMPRUEBA SI LA POSICION ES LA DE LA CLAVE BUSCADA O LA     *00011160
      * PRIMERA MAYOR, DONDE DEBE INSERTARSE.                          *00011170
      ******************************************************************00011180
       2160-BUSCAR-CLAVE.                                               00011190
                                                                        00011200
           IF  WK-CL-CLAVE (WK-IDX) = WK-CLAVE-BUSCADA                  00011210
               SET SI-CLAVE-ENCONTRADA       TO TRUE                    00011220
               MOVE WK-IDX                   TO WK-IDX-CLAVE            00011230
           ELSE                                                         00011240
               IF  WK-CL-CLAVE (WK-IDX) > WK-CLAVE-BUSCADA              00011250
                   MOVE WK-IDX               TO WK-IDX-CLAVE            00011260
               END-IF                                                   00011270
           END-IF                                                       00011280
                                                                        00011290
           .                                                            00011300
       2160-BUSCAR-CLAVE-EXIT.                                          00011310
           EXIT.                                                        00011320
                                                                        00011330
      ******************************************************************00011340
      ***                   2170-DESPLAZAR-CLAVE                     ***00011350
      ***                   --------------------                     ***00011360
      * SE DESPLAZA UN ACUMULADOR UNA POSICION HACIA ABAJO.            *00011370
      ******************************************************************00011380
       2170-DESPLAZAR-CLAVE.                                            00011390
                                                                        00011400
           MOVE WK-CLAVE-TAB (WK-IDX-DESPLAZA)                          00011410
             TO WK-CLAVE-TAB (WK-IDX-DESPLAZA + CN-1)                   00011420
                                                                        00011430
           .                                                            00011440
       2170-DESPLAZAR-CLAVE-EXIT.                                       00011450
           EXIT.                                                        00011460
                                                                        00011470
      ******************************************************************00011480
      ***                   3000-FIN                                 ***00011490
      ***                   --------                                 ***00011500
      * SE GENERAN LA DECLARACION Y EL LISTADO COMPARATIVO, SE CIERRAN *00011510
      * LOS FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE DEVUELVE RC 4  *00011520
      * SI NO HABIA DECLARACION ANTERIOR CON LA QUE COMPARAR.          *00011530
      ******************************************************************00011540
       3000-FIN.                                                        00011550
                                                                        00011560
           MOVE WK-ENTIDAD-DECLARANTE        TO WC-ENTIDAD              00011570
           MOVE WK-ANIO                      TO WC-ANIO                 00011580
           MOVE WK-TRIMESTRE                 TO WC-TRIMESTRE            00011590
           MOVE WK-ANIO-ANT                  TO WC-ANIO-ANT             00011600
           MOVE WK-TRIMESTRE-ANT             TO WC-TRIMESTRE-ANT        00011610
                                                                        00011620
           MOVE WK-LINEA-CABECERA            TO REG-MPCHESS2            00011630
           PERFORM 9300-ESCRIBIR-LISTADO                                00011640
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011650
                                                                        00011660
           MOVE WK-LINEA-TITULOS             TO REG-MPCHESS2            00011670
           PERFORM 9300-ESCRIBIR-LISTADO                                00011680
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011690
                                                                        00011700
           MOVE SPACES                       TO WK-REG-DECLARACION      00011710
           MOVE CA-REG-CABECERA              TO RG-TIPO-REGISTRO        00011720
           MOVE CA-ID-DECLARACION            TO RG-ID-DECLARACION       00011730
           MOVE WK-ENTIDAD-DECLARANTE        TO RG-ENTIDAD              00011740
           MOVE WK-ANIO                      TO RG-ANIO                 00011750
           MOVE WK-TRIMESTRE                 TO RG-TRIMESTRE            00011760
           MOVE WK-FECHA-GENERACION          TO RG-FECHA-GENERACION     00011770
           PERFORM 9200-ESCRIBIR-DECLARACION                            00011780
              THRU 9200-ESCRIBIR-DECLARACION-EXIT                       00011790
                                                                        00011800
           PERFORM 3050-EMITIR-CLAVE                                    00011810
              THRU 3050-EMITIR-CLAVE-EXIT                               00011820
             VARYING WK-IDX-CLAVE FROM CN-1 BY CN-1                     00011830
               UNTIL WK-IDX-CLAVE > WK-NUM-CLAVES                       00011840
                                                                        00011850
           MOVE SPACES                       TO WK-REG-DECLARACION      00011860
           MOVE CA-REG-CONTROL               TO RG-TIPO-REGISTRO        00011870
           MOVE CT-DETALLES                  TO RG-NUM-DETALLES         00011880
           SET SI-LINEA-TOTAL                TO TRUE                    00011890
                                                                        00011900
           PERFORM 3080-EMITIR-TOTAL                                    00011910
              THRU 3080-EMITIR-TOTAL-EXIT                               00011920
             VARYING WK-IDX-CONCEPTO FROM CN-1 BY CN-1                  00011930
               UNTIL WK-IDX-CONCEPTO > CN-5                             00011940
                                                                        00011950
           PERFORM 9200-ESCRIBIR-DECLARACION                            00011960
              THRU 9200-ESCRIBIR-DECLARACION-EXIT                       00011970
                                                                        00011980
           PERFORM 3100-CERRAR-FICHEROS                                 00011990
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012000
                                                                        00012010
           PERFORM 3200-ESTADISTICAS                                    00012020
              THRU 3200-ESTADISTICAS-EXIT                               00012030
                                                                        00012040
           IF  CT-REG-ANTERIOR = ZEROES                                 00012050
               MOVE CN-4                     TO RETURN-CODE             00012060
           END-IF                                                       00012070
                                                                        00012080
           STOP RUN                                                     00012090
                                                                        00012100
           .                                                            00012110
       3000-FIN-EXIT.                                                   00012120
           EXIT.                                                        00012130
                                                                        00012140
      ******************************************************************00012150
      ***                   3050-EMITIR-CLAVE                        ***00012160
      ***                   -----------------                        ***00012170
      * SE ESCRIBE EL DETALLE DE LA DECLARACION DE LA MARCA Y FUNCION  *00012180
      * (SOLO SI TIENE CIFRAS EN EL TRIMESTRE) Y SUS LINEAS DEL        *00012190
      * LISTADO COMPARATIVO.                                           *00012200
      ******************************************************************00012210
       3050-EMITIR-CLAVE.                                               00012220
                                                                        00012230
           MOVE SPACES                       TO WK-REG-DECLARACION      00012240
           MOVE CA-REG-DETALLE               TO RG-TIPO-REGISTRO        00012250
           MOVE WK-CL-CDGMAR (WK-IDX-CLAVE)  TO RG-CDGMAR               00012260
           MOVE WK-CL-INDTIPT (WK-IDX-CLAVE) TO RG-INDTIPT              00012270
                                                                        00012280
           PERFORM 3060-EMITIR-CONCEPTO                                 00012290
              THRU 3060-EMITIR-CONCEPTO-EXIT                            00012300
             VARYING WK-IDX-CONCEPTO FROM CN-1 BY CN-1                  00012310
               UNTIL WK-IDX-CONCEPTO > CN-5                             00012320
                                                                        00012330
           IF  RG-DETALLE(CN-5:55) NOT = ALL '0'                        00012340
               ADD CN-1                      TO CT-DETALLES             00012350
               PERFORM 9200-ESCRIBIR-DECLARACION                        00012360
                  THRU 9200-ESCRIBIR-DECLARACION-EXIT                   00012370
           END-IF                                                       00012380
                                                                        00012390
           .                                                            00012400
       3050-EMITIR-CLAVE-EXIT.                                          00012410
           EXIT.                                                        00012420
                                                                        00012430
      ******************************************************************00012440
      ***                   3060-EMITIR-CONCEPTO                     ***00012450
      ***                   --------------------                     ***00012460
      * SE PASA UN CONCEPTO AL DETALLE DE LA DECLARACION, SE ACUMULA   *00012470
      * EN LOS TOTALES Y SE ESCRIBE SU LINEA COMPARATIVA.              *00012480
      ******************************************************************00012490
       3060-EMITIR-CONCEPTO.                                            00012500
                                                                        00012510
           MOVE WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-CONCEPTO)            00012520
             TO RG-CONCEPTO (WK-IDX-CONCEPTO)                           00012530
                                                                        00012540
           ADD WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-CONCEPTO)             00012550
            TO WK-TOT-ACTUAL (WK-IDX-CONCEPTO)                          00012560
           ADD WK-CL-ANTERIOR (WK-IDX-CLAVE, WK-IDX-CONCEPTO)           00012570
            TO WK-TOT-ANTERIOR (WK-IDX-CONCEPTO)                        00012580
                                                                        00012590
           MOVE SPACES                       TO WK-LINEA-DETALLE        00012600
           MOVE WK-CL-CDGMAR (WK-IDX-CLAVE)  TO WD-CDGMAR               00012610
           MOVE WK-CL-INDTIPT (WK-IDX-CLAVE) TO WD-INDTIPT              00012620
                                                                        00012630
           PERFORM 3070-LINEA-COMPARATIVA                               00012640
              THRU 3070-LINEA-COMPARATIVA-EXIT                          00012650
                                                                        00012660
           .                                                            00012670
       3060-EMITIR-CONCEPTO-EXIT.                                       00012680
           EXIT.                                                        00012690
                                                                        00012700
      ******************************************************************00012710
      ***                   3070-LINEA-COMPARATIVA                   ***00012720
      ***                   ----------------------                   ***00012730
      * SE COMPLETA Y ESCRIBE LA LINEA COMPARATIVA DEL CONCEPTO EN     *00012740
      * CURSO, DE LA MARCA Y FUNCION O DEL TOTAL DE LA ENTIDAD. LA     *00012750
      * VARIACION SOLO SE CALCULA CUANDO HAY CIFRA ANTERIOR.           *00012760
      ******************************************************************00012770
       3070-LINEA-COMPARATIVA.                                          00012780
                                                                        00012790
           IF  SI-LINEA-TOTAL                                           00012800
               MOVE SPACES                   TO WK-LINEA-DETALLE        00012810
               MOVE CA-LIT-TOTAL             TO WD-LITERAL              00012820
               MOVE WK-TOT-ACTUAL (WK-IDX-CONCEPTO)   TO WK-CIFRA-ACTUAL00012830
               MOVE WK-TOT-ANTERIOR (WK-IDX-CONCEPTO)                   00012840
                                             TO WK-CIFRA-ANTERIOR       00012850
           ELSE                                                         00012860
               MOVE WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-CONCEPTO)        00012870
                                             TO WK-CIFRA-ACTUAL         00012880
               MOVE WK-CL-ANTERIOR (WK-IDX-CLAVE, WK-IDX-CONCEPTO)      00012890
                                             TO WK-CIFRA-ANTERIOR       00012900
           END-IF                                                       00012910
                                                                        00012920
           MOVE CA-CONCEPTO (WK-IDX-CONCEPTO) TO WD-CONCEPTO            00012930
           MOVE WK-CIFRA-ACTUAL              TO WD-ACTUAL               00012940
           MOVE WK-CIFRA-ANTERIOR            TO WD-ANTERIOR             00012950
                                                                        00012960
           COMPUTE WK-DIFERENCIA = WK-CIFRA-ACTUAL - WK-CIFRA-ANTERIOR  00012970
           MOVE WK-DIFERENCIA                TO WD-DIFERENCIA           00012980
                                                                        00012990
           IF  WK-CIFRA-ANTERIOR > ZEROES                               00013000
               COMPUTE WK-VARIACION ROUNDED =                           00013010
                       WK-DIFERENCIA * CN-100 / WK-CIFRA-ANTERIOR       00013020
               MOVE WK-VARIACION             TO WD-VARIACION            00013030
           ELSE                                                         00013040
               MOVE SPACES                   TO WD-VARIACION-X          00013050
           END-IF                                                       00013060
                                                                        00013070
           MOVE WK-LINEA-DETALLE             TO REG-MPCHESS2            00013080
           PERFORM 9300-ESCRIBIR-LISTADO                                00013090
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00013100
                                                                        00013110
           .                                                            00013120
       3070-LINEA-COMPARATIVA-EXIT.                                     00013130
           EXIT.                                                        00013140
                                                                        00013150
      ******************************************************************00013160
      ***                   3080-EMITIR-TOTAL                        ***00013170
      ***                   -----------------                        ***00013180
      * SE PASA EL TOTAL DE UN CONCEPTO AL REGISTRO DE CONTROL Y SE    *00013190
      * ESCRIBE SU LINEA COMPARATIVA.                                  *00013200
      ******************************************************************00013210
       3080-EMITIR-TOTAL.                                               00013220
                                                                        00013230
           MOVE WK-TOT-ACTUAL (WK-IDX-CONCEPTO)                         00013240
             TO RG-TOTAL (WK-IDX-CONCEPTO)                              00013250
                                                                        00013260
           PERFORM 3070-LINEA-COMPARATIVA                               00013270
              THRU 3070-LINEA-COMPARATIVA-EXIT                          00013280
                                                                        00013290
           .                                                            00013300
       3080-EMITIR-TOTAL-EXIT.                                          00013310
           EXIT.                                                        00013320
                                                                        00013330
      ******************************************************************00013340
      ***                   3100-CERRAR-FICHEROS                     ***00013350
      ***                   ---------------------                    ***00013360
      * SE CIERRAN LOS FICHEROS.                                       *00013370
      ******************************************************************00013380
       3100-CERRAR-FICHEROS.                                            00013390
                                                                        00013400
           CLOSE MPCHESE1                                               00013410
                 MPCHSED1                                               00013420
                 MPCHESE2                                               00013430
                 MPCHESS1                                               00013440
                 MPCHESS2                                               00013450
                                                                        00013460
           IF  FS-MPCHESS1 NOT = CA-FS-OK                               00013470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013480
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013490
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013500
               MOVE CA-MPCHESS1              TO WK-DDNAME               00013510
               MOVE FS-MPCHESS1              TO WK-FILE-STATUS          00013520
                                                                        00013530
               PERFORM 9000-CANCELACION                                 00013540
                  THRU 9000-CANCELACION-EXIT                            00013550
                                                                        00013560
           END-IF                                                       00013570
                                                                        00013580
           IF  FS-MPCHESS2 NOT = CA-FS-OK                               00013590
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013600
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013610
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013620
               MOVE CA-MPCHESS2              TO WK-DDNAME               00013630
               MOVE FS-MPCHESS2              TO WK-FILE-STATUS          00013640
                                                                        00013650
               PERFORM 9000-CANCELACION                                 00013660
                  THRU 9000-CANCELACION-EXIT                            00013670
                                                                        00013680
           END-IF                                                       00013690
                                                                        00013700
           .                                                            00013710
       3100-CERRAR-FICHEROS-EXIT.                                       00013720
           EXIT.                                                        00013730
                                                                        00013740
      ******************************************************************00013750
      ***                   3200-ESTADISTICAS                        ***00013760
      ***                   -----------------                        ***00013770
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013780
      ******************************************************************00013790
       3200-ESTADISTICAS.                                               00013800
                                                                        00013810
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00013820
           MOVE CT-ENTIDAD                    TO WK-ENTIDAD-ED          00013830
           MOVE CT-REMITIDAS                  TO WK-REMITIDAS-ED        00013840
           MOVE CT-REG-ANTERIOR               TO WK-REG-ANTERIOR-ED     00013850
           MOVE CT-REG-DECLARACION            TO WK-REG-DECLARACION-ED  00013860
                                                                        00013870
           DISPLAY WK-CAB-1                                             00013880
           DISPLAY WK-CAB-2                                             00013890
           DISPLAY WK-CAB-1                                             00013900
           DISPLAY WK-CAB-3                                             00013910
           DISPLAY WK-CAB-4                                             00013920
           DISPLAY WK-CAB-5                                             00013930
           DISPLAY WK-CAB-6                                             00013940
           DISPLAY WK-CAB-7                                             00013950
           DISPLAY WK-CAB-1                                             00013960
                                                                        00013970
           .                                                            00013980
       3200-ESTADISTICAS-EXIT.                                          00013990
           EXIT.                                                        00014000
                                                                        00014010
      ******************************************************************00014020
      ***                   9100-LEER-MPCHESE1                       ***00014030
      ***                   ------------------                       ***00014040
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO.                         *00014050
      ******************************************************************00014060
       9100-LEER-MPCHESE1.                                              00014070
                                                                        00014080
           READ MPCHESE1                     INTO WK-REGISTRO           00014090
           AT END                                                       00014100
                SET SI-FIN-MPCHESE1          TO TRUE                    00014110
           END-READ                                                     00014120
                                                                        00014130
           IF  FS-MPCHESE1 NOT = CA-FS-OK AND CA-FS-EOF                 00014140
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014150
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014160
               MOVE CA-PRF-9100              TO WK-PARRAFO              00014170
               MOVE CA-MPCHESE1              TO WK-DDNAME               00014180
               MOVE FS-MPCHESE1              TO WK-FILE-STATUS          00014190
                                                                        00014200
               PERFORM 9000-CANCELACION                                 00014210
                  THRU 9000-CANCELACION-EXIT                            00014220
                                                                        00014230
           END-IF                                                       00014240
                                                                        00014250
           IF  NO-FIN-MPCHESE1                                          00014260
               ADD CN-1                      TO CT-LEIDAS               00014270
           END-IF                                                       00014280
                                                                        00014290
           .                                                            00014300
       9100-LEER-MPCHESE1-EXIT.                                         00014310
           EXIT.                                                        00014320
                                                                        00014330
      ******************************************************************00014340
      ***                   9150-LEER-MPCHSED1                       ***00014350
      ***                   ------------------                       ***00014360
      * SE LEE EL SIGUIENTE REGISTRO DE TARJETAS REMITIDAS.            *00014370
      ******************************************************************00014380
       9150-LEER-MPCHSED1.                                              00014390
                                                                        00014400
           READ MPCHSED1                                                00014410
           AT END                                                       00014420
                SET SI-FIN-MPCHSED1          TO TRUE                    00014430
           END-READ                                                     00014440
                                                                        00014450
           IF  FS-MPCHSED1 NOT = CA-FS-OK AND CA-FS-EOF                 00014460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014470
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014480
               MOVE CA-PRF-9150              TO WK-PARRAFO              00014490
               MOVE CA-MPCHSED1              TO WK-DDNAME               00014500
               MOVE FS-MPCHSED1              TO WK-FILE-STATUS          00014510
                                                                        00014520
               PERFORM 9000-CANCELACION                                 00014530
                  THRU 9000-CANCELACION-EXIT                            00014540
                                                                        00014550
           END-IF                                                       00014560
                                                                        00014570
           .                                                            00014580
       9150-LEER-MPCHSED1-EXIT.                                         00014590
           EXIT.                                                        00014600
                                                                        00014610
      ******************************************************************00014620
      ***                   9160-LEER-MPCHESE2                       ***00014630
      ***                   ------------------                       ***00014640
      * SE LEE EL SIGUIENTE REGISTRO DE LA DECLARACION ANTERIOR.       *00014650
      ******************************************************************00014660
       9160-LEER-MPCHESE2.                                              00014670
                                                                        00014680
           READ MPCHESE2                     INTO WK-REG-DECLARACION    00014690
           AT END                                                       00014700
                SET SI-FIN-MPCHESE2          TO TRUE                    00014710
           END-READ                                                     00014720
                                                                        00014730
           IF  FS-MPCHESE2 NOT = CA-FS-OK AND CA-FS-EOF                 00014740
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014750
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014760
               MOVE CA-PRF-9160              TO WK-PARRAFO              00014770
               MOVE CA-MPCHESE2              TO WK-DDNAME               00014780
               MOVE FS-MPCHESE2              TO WK-FILE-STATUS          00014790
                                                                        00014800
               PERFORM 9000-CANCELACION                                 00014810
                  THRU 9000-CANCELACION-EXIT                            00014820
                                                                        00014830
           END-IF                                                       00014840
                                                                        00014850
           IF  NO-FIN-MPCHESE2                                          00014860
               ADD CN-1                      TO CT-REG-ANTERIOR         00014870
           END-IF                                                       00014880
                                                                        00014890
           .                                                            00014900
       9160-LEER-MPCHESE2-EXIT.                                         00014910
           EXIT.                                                        00014920
                                                                        00014930
      ******************************************************************00014940
      ***                   9200-ESCRIBIR-DECLARACION                ***00014950
      ***                   -------------------------                ***00014960
      * SE ESCRIBE UN REGISTRO DE LA DECLARACION AL REGULADOR.         *00014970
      ******************************************************************00014980
       9200-ESCRIBIR-DECLARACION.                                       00014990
                                                                        00015000
           WRITE REG-MPCHESS1                FROM WK-REG-DECLARACION    00015010
                                                                        00015020
           IF  FS-MPCHESS1 NOT = CA-FS-OK                               00015030
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00015040
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00015050
               MOVE CA-PRF-9200              TO WK-PARRAFO              00015060
               MOVE CA-MPCHESS1              TO WK-DDNAME               00015070
               MOVE FS-MPCHESS1              TO WK-FILE-STATUS          00015080
               MOVE WK-REG-DECLARACION       TO WK-DATOS-REGISTRO       00015090
                                                                        00015100
               PERFORM 9000-CANCELACION                                 00015110
                  THRU 9000-CANCELACION-EXIT                            00015120
                                                                        00015130
           END-IF                                                       00015140
                                                                        00015150
           ADD CN-1                          TO CT-REG-DECLARACION      00015160
                                                                        00015170
           .                                                            00015180
       9200-ESCRIBIR-DECLARACION-EXIT.                                  00015190
           EXIT.                                                        00015200
                                                                        00015210
      ******************************************************************00015220
      ***                   9300-ESCRIBIR-LISTADO                    ***00015230
      ***                   ---------------------                    ***00015240
      * SE ESCRIBE UNA LINEA DEL LISTADO COMPARATIVO.                  *00015250
      ******************************************************************00015260
       9300-ESCRIBIR-LISTADO.                                           00015270
                                                                        00015280
           WRITE REG-MPCHESS2                                           00015290
                                                                        00015300
           IF  FS-MPCHESS2 NOT = CA-FS-OK                               00015310
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00015320
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00015330
               MOVE CA-PRF-9300              TO WK-PARRAFO              00015340
               MOVE CA-MPCHESS2              TO WK-DDNAME               00015350
               MOVE FS-MPCHESS2              TO WK-FILE-STATUS          00015360
               MOVE REG-MPCHESS2             TO WK-DATOS-REGISTRO       00015370
                                                                        00015380
               PERFORM 9000-CANCELACION                                 00015390
                  THRU 9000-CANCELACION-EXIT                            00015400
                                                                        00015410
           END-IF                                                       00015420
                                                                        00015430
           .                                                            00015440
       9300-ESCRIBIR-LISTADO-EXIT.                                      00015450
           EXIT.                                                        00015460
                                                                        00015470
      ******************************************************************00015480
      ***                   9000-CANCELACION                         ***00015490
      ***                   ----------------                         ***00015500
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00015510
      ******************************************************************00015520
       9000-CANCELACION.                                                00015530
                                                                        00015540
           MOVE CA-RESP                       TO WK-RESPONSABLE         00015550
                                                                        00015560
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00015570
               TIPO_ERROR('WK-TIPO-ERROR')                              00015580
               RESPONSABLE('WK-RESPONSABLE')                            00015590
               DESCRIPCION('WK-DESCRIPCION')                            00015600
               PROGRAMA('WK-PROGRAMA')                                  00015610
               PARRAFO('WK-PARRAFO')                                    00015620
               DDNAME('WK-DDNAME')                                      00015630
               FILE_STATUS('WK-FILE-STATUS')                            00015640
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00015650
           END-FUN                                                      00015660
                                                                        00015670
           .                                                            00015680
       9000-CANCELACION-EXIT.                                           00015690
           EXIT.                                                        00015700
