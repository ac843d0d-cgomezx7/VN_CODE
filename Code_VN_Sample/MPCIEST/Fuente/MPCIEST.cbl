      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCIEST.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: ESTADISTICA MENSUAL DE LA ACTIVIDAD DE INGRESOS  *00000110
      *               CON PIN. A PARTIR DE LOS FORMULARIOS DEL MES EN  *00000120
      *               FORMATO MPCITIE1 OBTIENE, POR OFICINA            *00000130
      *               (MPYITI02-NUMOFIC), POR EMPRESA (MPYITI02-       *00000140
      *               IBANEMPR, CON SU ALIAS MPYITI02-ALIEMPRE) Y POR  *00000150
      *               TIPO DE AUTORIZADO (MPYITI02-TIPAUTOR) E         *00000160
      *               INDICADOR DE ALTA/BAJA (MPYITI02-IND-ALTA-BAJ):  *00000170
      *               - ENVIADOS: FORMULARIOS TRANSMITIDOS.            *00000180
      *               - RECHAZADOS: RECHAZOS DE LA EXTRACCION DIARIA   *00000190
      *                 (MPCITIR1).                                    *00000200
      *               - REENCOLADOS: RECHAZOS DEL PROCESADOR           *00000210
      *                 REENCOLADOS POR MPCIRSP (MPCIRSS2).            *00000220
      *               - LIQUIDADOS: ACEPTADOS POR EL PROCESADOR        *00000230
      *                 (MPCIRSS3 DE MPCIRSP).                         *00000240
      *               CADA CIFRA SE COMPARA CON LA DEL MES ANTERIOR,   *00000250
      *               TOMADA DEL RESUMEN QUE EL PROPIO PROGRAMA GENERO *00000260
      *               ESE MES, Y SE LISTAN LAS EMPRESAS CON MAS        *00000270
      *               FORMULARIOS ENVIADOS. GENERA EL RESUMEN DEL MES  *00000280
      *               PARA LA COMPARACION DEL MES SIGUIENTE.           *00000290
      *-                                                              -*00000300
      *  PARAMETROS SYSIN:                                             *00000310
      *        PERIODO (AAAAMM). EN BLANCO SE TOMA EL MES ANTERIOR A LA*00000320
      *        FECHA DEL SISTEMA.                                      *00000330
      *        NUMERO DE EMPRESAS DEL RANKING (2 DIGITOS). EN BLANCO   *00000340
      *        SE LISTAN LAS 10 PRIMERAS.                              *00000350
      *-                                                              -*00000360
      *  FICHEROS DE ENTRADA:                                          *00000370
      *        MPCIESE1 : FORMULARIOS TRANSMITIDOS EN EL MES (FORMATO  *00000380
      *                   MPCITIE1).                                   *00000390
      *        MPCIESE2 : FORMULARIOS RECHAZADOS EN EL MES (FORMATO    *00000400
      *                   MPCITIR1: MPCITIE1 + MOTIVO).                *00000410
      *        MPCIESE3 : FORMULARIOS REENCOLADOS EN EL MES (MPCIRSS2).*00000420
      *        MPCIESE4 : FORMULARIOS LIQUIDADOS EN EL MES (MPCIRSS3). *00000430
      *        MPCIESE5 : RESUMEN DEL MES ANTERIOR (MISMO FORMATO QUE  *00000440
      *                   MPCIESS2). PUEDE VENIR VACIO.                *00000450
      *-                                                              -*00000460
      *  FICHEROS DE SALIDA:                                           *00000470
      *        MPCIESS1 : LISTADO DE LA ESTADISTICA MENSUAL.           *00000480
      *        MPCIESS2 : RESUMEN DEL MES PARA LA COMPARACION DEL MES  *00000490
      *                   SIGUIENTE.                                   *00000500
      *-                                                              -*00000510
      *  CODIGOS DE RETORNO:                                           *00000520
      *        00 : PROCESO CORRECTO.                                  *00000530
      *        04 : SIN RESUMEN DEL MES ANTERIOR.                      *00000540
      *-                                                              -*00000550
      *  RUTINAS Y MODULOS:                                            *00000560
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000570
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000580
      *-                                                              -*00000590
      ******************************************************************00000600
      *                  M O D I F I C A C I O N E S                   *00000610
      *                  ---------------------------                   *00000620
      *                                                                *00000630
      * USUARIO  FECHA        DESCRIPCION                              *00000640
      * -------- ----------   ---------------------------------------- *00000650
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. ESTADISTICA      *00000660
      *                        MENSUAL DE INGRESOS CON PIN POR OFICINA *00000670
      *                        Y EMPRESA.                              *00000680
      *                                                                *00000690
      ******************************************************************00000700
                                                                        00000710
      ******************************************************************00000720
      * IDENTIFICATION DIVISION                                        *00000730
      ******************************************************************00000740
       IDENTIFICATION DIVISION.                                         00000750
       PROGRAM-ID.    MPCIEST.                                          00000760
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
      * -- FORMULARIOS TRANSMITIDOS EN EL MES.                          00001020
           SELECT MPCIESE1 ASSIGN MPCIESE1                              00001030
                  ACCESS MODE IS SEQUENTIAL                             00001040
                  FILE STATUS IS FS-MPCIESE1.                           00001050
                                                                        00001060
      * -- FORMULARIOS RECHAZADOS EN EL MES.                            00001070
           SELECT MPCIESE2 ASSIGN MPCIESE2                              00001080
                  ACCESS MODE IS SEQUENTIAL                             00001090
                  FILE STATUS IS FS-MPCIESE2.                           00001100
                                                                        00001110
      * -- FORMULARIOS REENCOLADOS EN EL MES.                           00001120
           SELECT MPCIESE3 ASSIGN MPCIESE3                              00001130
                  ACCESS MODE IS SEQUENTIAL                             00001140
                  FILE STATUS IS FS-MPCIESE3.                           00001150
                                                                        00001160
      * -- FORMULARIOS LIQUIDADOS EN EL MES.                            00001170
           SELECT MPCIESE4 ASSIGN MPCIESE4                              00001180
                  ACCESS MODE IS SEQUENTIAL                             00001190
                  FILE STATUS IS FS-MPCIESE4.                           00001200
                                                                        00001210
      * -- RESUMEN DEL MES ANTERIOR.                                    00001220
           SELECT MPCIESE5 ASSIGN MPCIESE5                              00001230
                  ACCESS MODE IS SEQUENTIAL                             00001240
                  FILE STATUS IS FS-MPCIESE5.                           00001250
                                                                        00001260
      * -- LISTADO DE LA ESTADISTICA MENSUAL.                           00001270
           SELECT MPCIESS1 ASSIGN MPCIESS1                              00001280
                  ACCESS MODE IS SEQUENTIAL                             00001290
                  FILE STATUS IS FS-MPCIESS1.                           00001300
                                                                        00001310
      * -- RESUMEN DEL MES.                                             00001320
           SELECT MPCIESS2 ASSIGN MPCIESS2                              00001330
                  ACCESS MODE IS SEQUENTIAL                             00001340
                  FILE STATUS IS FS-MPCIESS2.                           00001350
                                                                        00001360
      ******************************************************************00001370
      * DATA DIVISION                                                  *00001380
      ******************************************************************00001390
       DATA DIVISION.                                                   00001400
                                                                        00001410
      *----------------------------------------------------------------*00001420
      * FILE SECTION                                                   *00001430
      *----------------------------------------------------------------*00001440
       FILE SECTION.                                                    00001450
                                                                        00001460
       FD  MPCIESE1                                                     00001470
           BLOCK CONTAINS 0 RECORDS                                     00001480
           RECORDING MODE IS F                                          00001490
           LABEL RECORD ARE STANDARD                                    00001500
           RECORD CONTAINS 400 CHARACTERS                               00001510
           DATA RECORD IS REG-MPCIESE1.                                 00001520
       01  REG-MPCIESE1                    PIC X(400).                  00001530
                                                                        00001540
       FD  MPCIESE2                                                     00001550
           BLOCK CONTAINS 0 RECORDS                                     00001560
           RECORDING MODE IS F                                          00001570
           LABEL RECORD ARE STANDARD                                    00001580
           RECORD CONTAINS 450 CHARACTERS                               00001590
           DATA RECORD IS REG-MPCIESE2.                                 00001600
       01  REG-MPCIESE2                    PIC X(450).                  00001610
                                                                        00001620
       FD  MPCIESE3                                                     00001630
           BLOCK CONTAINS 0 RECORDS                                     00001640
           RECORDING MODE IS F                                          00001650
           LABEL RECORD ARE STANDARD                                    00001660
           RECORD CONTAINS 400 CHARACTERS                               00001670
           DATA RECORD IS REG-MPCIESE3.                                 00001680
       01  REG-MPCIESE3                    PIC X(400).                  00001690
                                                                        00001700
       FD  MPCIESE4                                                     00001710
           BLOCK CONTAINS 0 RECORDS                                     00001720
           RECORDING MODE IS F                                          00001730
           LABEL RECORD ARE STANDARD                                    00001740
           RECORD CONTAINS 400 CHARACTERS                               00001750
           DATA RECORD IS REG-MPCIESE4.                                 00001760
       01  REG-MPCIESE4                    PIC X(400).                  00001770
                                                                        00001780
       FD  MPCIESE5                                                     00001790
           BLOCK CONTAINS 0 RECORDS                                     00001800
           RECORDING MODE IS F                                          00001810
           LABEL RECORD ARE STANDARD                                    00001820
           RECORD CONTAINS 150 CHARACTERS                               00001830
           DATA RECORD IS REG-MPCIESE5.                                 00001840
       01  REG-MPCIESE5                    PIC X(150).                  00001850
                                                                        00001860
       FD  MPCIESS1                                                     00001870
           BLOCK CONTAINS 0 RECORDS                                     00001880
           RECORDING MODE IS F                                          00001890
           LABEL RECORD ARE STANDARD                                    00001900
           RECORD CONTAINS 132 CHARACTERS                               00001910
           DATA RECORD IS REG-MPCIESS1.                                 00001920
       01  REG-MPCIESS1                    PIC X(132).                  00001930
                                                                        00001940
       FD  MPCIESS2                                                     00001950
           BLOCK CONTAINS 0 RECORDS                                     00001960
           RECORDING MODE IS F                                          00001970
           LABEL RECORD ARE STANDARD                                    00001980
           RECORD CONTAINS 150 CHARACTERS                               00001990
           DATA RECORD IS REG-MPCIESS2.                                 00002000
       01  REG-MPCIESS2                    PIC X(150).                  00002010
                                                                        00002020
      *----------------------------------------------------------------*00002030
      * WORKING-STORAGE SECTION                                        *00002040
      *----------------------------------------------------------------*00002050
       WORKING-STORAGE SECTION.                                         00002060
                                                                        00002070
      ******************************************************************00002080
      *                        S W I T C H E S                         *00002090
      ******************************************************************00002100
       01  SW-SWITCHES.                                                 00002110
           05  SW-FIN-MPCIESE1             PIC X(01)   VALUE 'N'.       00002120
               88  SI-FIN-MPCIESE1                     VALUE 'S'.       00002130
               88  NO-FIN-MPCIESE1                     VALUE 'N'.       00002140
           05  SW-FIN-MPCIESE2             PIC X(01)   VALUE 'N'.       00002150
               88  SI-FIN-MPCIESE2                     VALUE 'S'.       00002160
               88  NO-FIN-MPCIESE2                     VALUE 'N'.       00002170
           05  SW-FIN-MPCIESE3             PIC X(01)   VALUE 'N'.       00002180
               88  SI-FIN-MPCIESE3                     VALUE 'S'.       00002190
               88  NO-FIN-MPCIESE3                     VALUE 'N'.       00002200
           05  SW-FIN-MPCIESE4             PIC X(01)   VALUE 'N'.       00002210
               88  SI-FIN-MPCIESE4                     VALUE 'S'.       00002220
               88  NO-FIN-MPCIESE4                     VALUE 'N'.       00002230
           05  SW-FIN-MPCIESE5             PIC X(01)   VALUE 'N'.       00002240
               88  SI-FIN-MPCIESE5                     VALUE 'S'.       00002250
               88  NO-FIN-MPCIESE5                     VALUE 'N'.       00002260
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00002270
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00002280
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00002290
           05  SW-LINEA-TOTAL              PIC X(01)   VALUE 'N'.       00002300
               88  SI-LINEA-TOTAL                      VALUE 'S'.       00002310
               88  NO-LINEA-TOTAL                      VALUE 'N'.       00002320
           05  SW-FIN-RANKING              PIC X(01)   VALUE 'N'.       00002330
               88  SI-FIN-RANKING                      VALUE 'S'.       00002340
               88  NO-FIN-RANKING                      VALUE 'N'.       00002350
                                                                        00002360
      ******************************************************************00002370
      *                      C O N S T A N T E S                       *00002380
      ******************************************************************00002390
       01  CT-CONSTANTES.                                               00002400
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002410
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002420
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002430
               10  CA-RESP                 PIC X(14)   VALUE            00002440
                                   'MEDIOS DE PAGO'.                    00002450
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002460
               10  CA-MPCIESE1             PIC X(08)   VALUE 'MPCIESE1'.00002470
               10  CA-MPCIESE2             PIC X(08)   VALUE 'MPCIESE2'.00002480
               10  CA-MPCIESE3             PIC X(08)   VALUE 'MPCIESE3'.00002490
               10  CA-MPCIESE4             PIC X(08)   VALUE 'MPCIESE4'.00002500
               10  CA-MPCIESE5             PIC X(08)   VALUE 'MPCIESE5'.00002510
               10  CA-MPCIESS1             PIC X(08)   VALUE 'MPCIESS1'.00002520
               10  CA-MPCIESS2             PIC X(08)   VALUE 'MPCIESS2'.00002530
      *--      TIPOS DE REGISTRO DEL RESUMEN, QUE SON TAMBIEN LOS TIPOS 00002540
      *--      DE CLAVE DE LA TABLA DE ACUMULADORES.                    00002550
               10  CA-REG-CABECERA         PIC X(01)   VALUE '0'.       00002560
               10  CA-REG-OFICINA          PIC X(01)   VALUE '1'.       00002570
               10  CA-REG-EMPRESA          PIC X(01)   VALUE '2'.       00002580
               10  CA-REG-DESGLOSE         PIC X(01)   VALUE '3'.       00002590
               10  CA-REG-CONTROL          PIC X(01)   VALUE '9'.       00002600
               10  CA-ID-RESUMEN           PIC X(08)   VALUE 'ESTINPIN'.00002610
               10  CA-SIN-IBAN             PIC X(10)   VALUE            00002620
                                   '(SIN IBAN)'.                        00002630
               10  CA-SEPARADOR            PIC X(01)   VALUE '/'.       00002640
               10  CA-LIT-TOTAL            PIC X(15)   VALUE            00002650
                                   'TOTAL MES'.                         00002660
      *--      TITULOS DE LAS SECCIONES DEL LISTADO POR TIPO DE CLAVE.  00002670
               10  CA-SECCIONES.                                        00002680
                   15  FILLER              PIC X(50)   VALUE            00002690
                       'POR OFICINA (MPYITI02-NUMOFIC)'.                00002700
                   15  FILLER              PIC X(50)   VALUE            00002710
                       'POR EMPRESA (IBAN Y ALIAS)'.                    00002720
                   15  FILLER              PIC X(50)   VALUE            00002730
                       'POR TIPO DE AUTORIZADO / INDICADOR ALTA-BAJA'.  00002740
               10  CA-SECCIONES-R     REDEFINES CA-SECCIONES.           00002750
                   15  CA-SECCION          PIC X(50)   OCCURS 3 TIMES.  00002760
               10  CA-TIT-RANKING          PIC X(44)   VALUE            00002770
                   'EMPRESAS CON MAS FORMULARIOS ENVIADOS - TOP '.      00002780
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002790
                                   'ERROR AL ABRIR UN FICHERO'.         00002800
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002810
                                   'ERROR AL CERRAR UN FICHERO'.        00002820
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002830
                                   'ERROR AL LEER UN FICHERO'.          00002840
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002850
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002860
               10  CA-ERR-PERIODO          PIC X(38)   VALUE            00002870
                         'PERIODO AAAAMM DE SYSIN ERRONEO       '.      00002880
               10  CA-ERR-RANKING          PIC X(38)   VALUE            00002890
                         'NUMERO DE EMPRESAS DEL RANKING ERRONEO'.      00002900
               10  CA-ERR-ANTERIOR         PIC X(38)   VALUE            00002910
                         'EL RESUMEN ANTERIOR NO CORRESPONDE    '.      00002920
               10  CA-ERR-TABLA-LLENA      PIC X(38)   VALUE            00002930
                         'TABLA DE OFICINAS/EMPRESAS DESBORDADA '.      00002940
               10  CA-PRF-1050             PIC X(23)   VALUE            00002950
                                   '1050-VALIDAR-PARAMETROS'.           00002960
               10  CA-PRF-1100             PIC X(19)   VALUE            00002970
                                   '1100-ABRIR-FICHEROS'.               00002980
               10  CA-PRF-1200             PIC X(20)   VALUE            00002990
                                   '1200-CARGAR-ANTERIOR'.              00003000
               10  CA-PRF-2150             PIC X(20)   VALUE            00003010
                                   '2150-LOCALIZAR-CLAVE'.              00003020
               10  CA-PRF-3100             PIC X(20)   VALUE            00003030
                                   '3100-CERRAR-FICHEROS'.              00003040
               10  CA-PRF-9100             PIC X(18)   VALUE            00003050
                                   '9100-LEER-MPCIESE1'.                00003060
               10  CA-PRF-9110             PIC X(18)   VALUE            00003070
                                   '9110-LEER-MPCIESE2'.                00003080
               10  CA-PRF-9120             PIC X(18)   VALUE            00003090
                                   '9120-LEER-MPCIESE3'.                00003100
               10  CA-PRF-9130             PIC X(18)   VALUE            00003110
                                   '9130-LEER-MPCIESE4'.                00003120
               10  CA-PRF-9160             PIC X(18)   VALUE            00003130
                                   '9160-LEER-MPCIESE5'.                00003140
               10  CA-PRF-9200             PIC X(22)   VALUE            00003150
                                   '9200-ESCRIBIR-RESUMEN'.             00003160
               10  CA-PRF-9300             PIC X(22)   VALUE            00003170
                                   '9300-ESCRIBIR-LISTADO'.             00003180
                                                                        00003190
           05  CN-CONSTANTES-NUMERICAS.                                 00003200
               10  CN-1                    PIC 9(01)   VALUE 1.         00003210
               10  CN-2                    PIC 9(01)   VALUE 2.         00003220
               10  CN-3                    PIC 9(01)   VALUE 3.         00003230
               10  CN-4                    PIC 9(01)   VALUE 4.         00003240
               10  CN-12                   PIC 9(02)   VALUE 12.        00003250
               10  CN-100                  PIC 9(03)   VALUE 100.       00003260
               10  CN-TOP-DEFECTO          PIC 9(02)   VALUE 10.        00003270
               10  CN-MAX-CLAVES           PIC 9(04)   VALUE 6000.      00003280
                                                                        00003290
      ******************************************************************00003300
      *                    C O N T A D O R E S                         *00003310
      ******************************************************************00003320
       01  CT-CONTADORES.                                               00003330
           05  CT-ENVIADOS                 PIC 9(9)    VALUE ZEROES.    00003340
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00003350
           05  CT-REENCOLADOS              PIC 9(9)    VALUE ZEROES.    00003360
           05  CT-LIQUIDADOS               PIC 9(9)    VALUE ZEROES.    00003370
           05  CT-REG-ANTERIOR             PIC 9(9)    VALUE ZEROES.    00003380
           05  CT-REG-RESUMEN              PIC 9(9)    VALUE ZEROES.    00003390
                                                                        00003400
      ******************************************************************00003410
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003420
      ******************************************************************00003430
       01  WK-ESTADISTICA.                                              00003440
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003450
           05  WK-CAB-2                    PIC X(55)   VALUE            00003460
                   '* ESTADISTICAS DE MPCIEST                   *'.     00003470
           05  WK-CAB-3.                                                00003480
               10  FILLER                  PIC X(45)   VALUE            00003490
                   '* FORMULARIOS ENVIADOS (MPCIESE1):         '.       00003500
               10  WK-ENVIADOS-ED          PIC ZZZZZZZZ9.               00003510
               10  FILLER                  PIC X(01)   VALUE '*'.       00003520
           05  WK-CAB-4.                                                00003530
               10  FILLER                  PIC X(45)   VALUE            00003540
                   '* FORMULARIOS RECHAZADOS (MPCIESE2):       '.       00003550
               10  WK-RECHAZADOS-ED        PIC ZZZZZZZZ9.               00003560
               10  FILLER                  PIC X(01)   VALUE '*'.       00003570
           05  WK-CAB-5.                                                00003580
               10  FILLER                  PIC X(45)   VALUE            00003590
                   '* FORMULARIOS REENCOLADOS (MPCIESE3):      '.       00003600
               10  WK-REENCOLADOS-ED       PIC ZZZZZZZZ9.               00003610
               10  FILLER                  PIC X(01)   VALUE '*'.       00003620
           05  WK-CAB-6.                                                00003630
               10  FILLER                  PIC X(45)   VALUE            00003640
                   '* FORMULARIOS LIQUIDADOS (MPCIESE4):       '.       00003650
               10  WK-LIQUIDADOS-ED        PIC ZZZZZZZZ9.               00003660
               10  FILLER                  PIC X(01)   VALUE '*'.       00003670
           05  WK-CAB-7.                                                00003680
               10  FILLER                  PIC X(45)   VALUE            00003690
                   '* REGISTROS RESUMEN ANTERIOR (MPCIESE5):   '.       00003700
               10  WK-REG-ANTERIOR-ED      PIC ZZZZZZZZ9.               00003710
               10  FILLER                  PIC X(01)   VALUE '*'.       00003720
           05  WK-CAB-8.                                                00003730
               10  FILLER                  PIC X(45)   VALUE            00003740
                   '* REGISTROS RESUMEN DEL MES (MPCIESS2):    '.       00003750
               10  WK-REG-RESUMEN-ED       PIC ZZZZZZZZ9.               00003760
               10  FILLER                  PIC X(01)   VALUE '*'.       00003770
                                                                        00003780
      ******************************************************************00003790
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003800
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003810
      ******************************************************************00003820
       01  WK-CANCELACION-BATCH.                                        00003830
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003840
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003850
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003860
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCIEST'. 00003870
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003880
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003890
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003900
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003910
                                                                        00003920
      ******************************************************************00003930
      *                      F I L E  S T A T U S                      *00003940
      ******************************************************************00003950
       01  FS-FILE-STATUS.                                              00003960
           05  FS-MPCIESE1                 PIC X(02).                   00003970
           05  FS-MPCIESE2                 PIC X(02).                   00003980
           05  FS-MPCIESE3                 PIC X(02).                   00003990
           05  FS-MPCIESE4                 PIC X(02).                   00004000
           05  FS-MPCIESE5                 PIC X(02).                   00004010
           05  FS-MPCIESS1                 PIC X(02).                   00004020
           05  FS-MPCIESS2                 PIC X(02).                   00004030
                                                                        00004040
      ******************************************************************00004050
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00004060
      ******************************************************************00004070
       01  WK-PARAMETROS-SYSIN.                                         00004080
           05  WK-PERIODO-AN.                                           00004090
               10  WK-ANIO-AN              PIC X(04)   VALUE SPACES.    00004100
               10  WK-MES-AN               PIC X(02)   VALUE SPACES.    00004110
           05  WK-TOP-AN                   PIC X(02)   VALUE SPACES.    00004120
                                                                        00004130
      ******************************************************************00004140
      * MES ESTADISTICO, MES ANTERIOR Y TAMANO DEL RANKING.            *00004150
      ******************************************************************00004160
       01  WK-PERIODOS.                                                 00004170
           05  WK-FECHA-HOY.                                            00004180
               10  WK-HOY-AAAA             PIC 9(04).                   00004190
               10  WK-HOY-MM               PIC 9(02).                   00004200
               10  WK-HOY-DD               PIC 9(02).                   00004210
           05  WK-FECHA-GENERACION.                                     00004220
               10  WK-GEN-AAAA             PIC 9(04).                   00004230
               10  FILLER                  PIC X(01)   VALUE '-'.       00004240
               10  WK-GEN-MM               PIC 9(02).                   00004250
               10  FILLER                  PIC X(01)   VALUE '-'.       00004260
               10  WK-GEN-DD               PIC 9(02).                   00004270
           05  WK-PERIODO.                                              00004280
               10  WK-ANIO                 PIC 9(04)   VALUE ZEROES.    00004290
               10  WK-MES                  PIC 9(02)   VALUE ZEROES.    00004300
           05  WK-PERIODO-ANT.                                          00004310
               10  WK-ANIO-ANT             PIC 9(04)   VALUE ZEROES.    00004320
               10  WK-MES-ANT              PIC 9(02)   VALUE ZEROES.    00004330
           05  WK-TOP-N                    PIC 9(02)   VALUE ZEROES.    00004340
                                                                        00004350
      ******************************************************************00004360
      * ACUMULADORES POR OFICINA, POR EMPRESA Y POR TIPO DE AUTORIZADO *00004370
      * E INDICADOR DE ALTA/BAJA, ORDENADOS POR TIPO Y CLAVE, CON LAS  *00004380
      * CUATRO MEDIDAS (1 ENVIADOS, 2 RECHAZADOS, 3 REENCOLADOS Y      *00004390
      * 4 LIQUIDADOS) DEL MES Y DEL MES ANTERIOR.                      *00004400
      ******************************************************************00004410
       01  WK-TABLA-CLAVES.                                             00004420
           05  WK-NUM-CLAVES               PIC 9(04)   VALUE ZEROES.    00004430
           05  WK-IDX                      PIC 9(04)   VALUE ZEROES.    00004440
           05  WK-IDX-CLAVE                PIC 9(04)   VALUE ZEROES.    00004450
           05  WK-IDX-DESPLAZA             PIC 9(04)   VALUE ZEROES.    00004460
           05  WK-IDX-MEDIDA               PIC 9(01)   VALUE ZEROES.    00004470
           05  WK-BAJO-CLAVE               PIC 9(04)   VALUE ZEROES.    00004480
           05  WK-ALTO-CLAVE               PIC 9(04)   VALUE ZEROES.    00004490
           05  WK-CLAVE-BUSCADA.                                        00004500
               10  WK-CB-TIPO              PIC X(01).                   00004510
               10  WK-CB-CODIGO            PIC X(24).                   00004520
               10  WK-CB-DESGLOSE     REDEFINES WK-CB-CODIGO.           00004530
                   15  WK-CB-TIPAUTOR      PIC X(01).                   00004540
                   15  WK-CB-SEPARADOR     PIC X(01).                   00004550
                   15  WK-CB-ALTA-BAJA     PIC X(01).                   00004560
                   15  FILLER              PIC X(21).                   00004570
           05  WK-CLAVE-TAB                OCCURS 6000 TIMES.           00004580
               10  WK-CL-CLAVE.                                         00004590
                   15  WK-CL-TIPO          PIC X(01).                   00004600
                   15  WK-CL-CODIGO        PIC X(24).                   00004610
               10  WK-CL-DESCRIPCION       PIC X(50).                   00004620
               10  WK-CL-ELEGIDA           PIC X(01).                   00004630
                   88  SI-CL-ELEGIDA                   VALUE 'S'.       00004640
               10  WK-CL-MEDIDA            OCCURS 4 TIMES.              00004650
                   15  WK-CL-ACTUAL        PIC 9(09).                   00004660
                   15  WK-CL-ANTERIOR      PIC 9(09).                   00004670
                                                                        00004680
       01  WK-TOTALES.                                                  00004690
           05  WK-TOT-MEDIDA               OCCURS 4 TIMES.              00004700
               10  WK-TOT-ACTUAL           PIC 9(11).                   00004710
               10  WK-TOT-ANTERIOR         PIC 9(11).                   00004720
                                                                        00004730
      ******************************************************************00004740
      * VARIABLES DE CALCULO DE LA VARIACION Y DEL RANKING.            *00004750
      ******************************************************************00004760
       01  WK-VARIACION                    PIC S9(09)V9(02) COMP-3      00004770
                                                       VALUE ZEROES.    00004780
       01  WK-CIFRA-ACTUAL                 PIC 9(11)   VALUE ZEROES.    00004790
       01  WK-CIFRA-ANTERIOR               PIC 9(11)   VALUE ZEROES.    00004800
       01  WK-SUMA-ACTUAL                  PIC 9(11)   VALUE ZEROES.    00004810
       01  WK-TIPO-SECCION                 PIC X(01)   VALUE SPACES.    00004820
       01  WK-IDX-SECCION                  PIC 9(01)   VALUE ZEROES.    00004830
       01  WK-POSICION                     PIC 9(03)   VALUE ZEROES.    00004840
       01  WK-IDX-MAXIMO                   PIC 9(04)   VALUE ZEROES.    00004850
       01  WK-MAXIMO                       PIC 9(09)   VALUE ZEROES.    00004860
                                                                        00004870
      ******************************************************************00004880
      * REGISTRO DEL RESUMEN MENSUAL (MPCIESS2 Y MPCIESE5): CABECERA,  *00004890
      * DETALLE POR OFICINA, EMPRESA O DESGLOSE Y REGISTRO DE CONTROL  *00004900
      * CON LOS TOTALES DEL MES.                                       *00004910
      ******************************************************************00004920
       01  WK-REG-RESUMEN.                                              00004930
           05  RS-TIPO-REGISTRO            PIC X(01).                   00004940
           05  RS-DATOS                    PIC X(149).                  00004950
           05  RS-CABECERA        REDEFINES RS-DATOS.                   00004960
               10  RS-ID-RESUMEN           PIC X(08).                   00004970
               10  RS-PERIODO              PIC 9(06).                   00004980
               10  RS-FECHA-GENERACION     PIC X(10).                   00004990
               10  FILLER                  PIC X(125).                  00005000
           05  RS-DETALLE         REDEFINES RS-DATOS.                   00005010
               10  RS-CLAVE                PIC X(24).                   00005020
               10  RS-DESCRIPCION          PIC X(50).                   00005030
               10  RS-MEDIDA               PIC 9(11)   OCCURS 4 TIMES.  00005040
               10  FILLER                  PIC X(31).                   00005050
                                                                        00005060
      ******************************************************************00005070
      * REGISTRO DE RECHAZO DE LA EXTRACCION DIARIA (FORMATO MPCITIR1) *00005080
      ******************************************************************00005090
       01  WK-RECHAZO-MPCIESE2.                                         00005100
           05  WK-REC-DATOS                PIC X(400)  VALUE SPACES.    00005110
           05  WK-REC-MOTIVO               PIC X(050)  VALUE SPACES.    00005120
                                                                        00005130
      * -- COPY DEL REGISTRO DE INGRESOS CON PIN.                       00005140
           COPY MPYITI02.                                               00005150
                                                                        00005160
      ******************************************************************00005170
      *                 L I N E A S  D E  I N F O R M E                *00005180
      ******************************************************************00005190
       01  WK-LINEA-CABECERA.                                           00005200
           05  FILLER                      PIC X(43)   VALUE            00005210
               'MPCIEST - ESTADISTICA MENSUAL INGRESOS PIN'.            00005220
           05  FILLER                      PIC X(11)   VALUE            00005230
                                   ' - PERIODO '.                       00005240
           05  WC-ANIO                     PIC 9(04).                   00005250
           05  FILLER                      PIC X(01)   VALUE '-'.       00005260
           05  WC-MES                      PIC 9(02).                   00005270
           05  FILLER                      PIC X(17)   VALUE            00005280
                                   ' - COMPARADO CON '.                 00005290
           05  WC-ANIO-ANT                 PIC 9(04).                   00005300
           05  FILLER                      PIC X(01)   VALUE '-'.       00005310
           05  WC-MES-ANT                  PIC 9(02).                   00005320
           05  FILLER                      PIC X(47)   VALUE SPACES.    00005330
                                                                        00005340
       01  WK-LINEA-TITULOS.                                            00005350
           05  FILLER                      PIC X(25)   VALUE 'CLAVE'.   00005360
           05  FILLER                      PIC X(24)   VALUE            00005370
                                   'DESCRIPCION'.                       00005380
           05  FILLER                      PIC X(20)   VALUE            00005390
                                   '   ENVIADOS     VAR%'.              00005400
           05  FILLER                      PIC X(20)   VALUE            00005410
                                   ' RECHAZADOS     VAR%'.              00005420
           05  FILLER                      PIC X(20)   VALUE            00005430
                                   'REENCOLADOS     VAR%'.              00005440
           05  FILLER                      PIC X(23)   VALUE            00005450
                                   ' LIQUIDADOS     VAR%'.              00005460
                                                                        00005470
       01  WK-LINEA-SECCION.                                            00005480
           05  WS-TITULO                   PIC X(50).                   00005490
           05  WS-RANKING         REDEFINES WS-TITULO.                  00005500
               10  WS-TIT-RANKING          PIC X(44).                   00005510
               10  WS-TOP-N                PIC Z9.                      00005520
               10  FILLER                  PIC X(04).                   00005530
           05  FILLER                      PIC X(82)   VALUE SPACES.    00005540
                                                                        00005550
       01  WK-LINEA-DETALLE.                                            00005560
           05  WD-CLAVE                    PIC X(24).                   00005570
           05  FILLER                      PIC X(01).                   00005580
           05  WD-DESCRIPCION              PIC X(24).                   00005590
           05  WD-MEDIDA                   OCCURS 4 TIMES.              00005600
               10  FILLER                  PIC X(01).                   00005610
               10  WD-ACTUAL               PIC ZZ.ZZZ.ZZ9.              00005620
               10  FILLER                  PIC X(01).                   00005630
               10  WD-VARIACION            PIC -ZZZZ9,9.                00005640
               10  WD-VARIACION-X     REDEFINES WD-VARIACION            00005650
                                           PIC X(08).                   00005660
           05  FILLER                      PIC X(03).                   00005670
                                                                        00005680
      ******************************************************************00005690
      *                       PROCEDURE DIVISION                       *00005700
      ******************************************************************00005710
       PROCEDURE DIVISION.                                              00005720
                                                                        00005730
           PERFORM 1000-INICIO                                          00005740
              THRU 1000-INICIO-EXIT                                     00005750
                                                                        00005760
           PERFORM 2000-PROCESO                                         00005770
              THRU 2000-PROCESO-EXIT                                    00005780
                                                                        00005790
           PERFORM 3000-FIN                                             00005800
              THRU 3000-FIN-EXIT                                        00005810
                                                                        00005820
           .                                                            00005830
                                                                        00005840
      ******************************************************************00005850
      ***                   1000-INICIO                              ***00005860
      ***                   -----------                              ***00005870
      * SE VALIDAN LOS PARAMETROS, SE ABREN LOS FICHEROS, SE CARGA EL  *00005880
      * RESUMEN DEL MES ANTERIOR Y SE LEE EL PRIMER REGISTRO DE CADA   *00005890
      * FICHERO DE FORMULARIOS.                                        *00005900
      ******************************************************************00005910
       1000-INICIO.                                                     00005920
                                                                        00005930
           INITIALIZE CT-CONTADORES                                     00005940
                      WK-TOTALES                                        00005950
                                                                        00005960
           MOVE ZEROES                       TO WK-NUM-CLAVES           00005970
                                                                        00005980
           SET NO-FIN-MPCIESE1               TO TRUE                    00005990
           SET NO-FIN-MPCIESE2               TO TRUE                    00006000
           SET NO-FIN-MPCIESE3               TO TRUE                    00006010
           SET NO-FIN-MPCIESE4               TO TRUE                    00006020
           SET NO-FIN-MPCIESE5               TO TRUE                    00006030
                                                                        00006040
           ACCEPT WK-FECHA-HOY               FROM DATE YYYYMMDD         00006050
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00006060
                                                                        00006070
           PERFORM 1050-VALIDAR-PARAMETROS                              00006080
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00006090
                                                                        00006100
           PERFORM 1100-ABRIR-FICHEROS                                  00006110
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006120
                                                                        00006130
           PERFORM 1200-CARGAR-ANTERIOR                                 00006140
              THRU 1200-CARGAR-ANTERIOR-EXIT                            00006150
                                                                        00006160
           PERFORM 9100-LEER-MPCIESE1                                   00006170
              THRU 9100-LEER-MPCIESE1-EXIT                              00006180
                                                                        00006190
           PERFORM 9110-LEER-MPCIESE2                                   00006200
              THRU 9110-LEER-MPCIESE2-EXIT                              00006210
                                                                        00006220
           PERFORM 9120-LEER-MPCIESE3                                   00006230
              THRU 9120-LEER-MPCIESE3-EXIT                              00006240
                                                                        00006250
           PERFORM 9130-LEER-MPCIESE4                                   00006260
              THRU 9130-LEER-MPCIESE4-EXIT                              00006270
                                                                        00006280
           .                                                            00006290
       1000-INICIO-EXIT.                                                00006300
           EXIT.                                                        00006310
                                                                        00006320
      ******************************************************************00006330
      ***                   1050-VALIDAR-PARAMETROS                  ***00006340
      ***                   -----------------------                  ***00006350
      * SE DETERMINA EL MES ESTADISTICO (POR DEFECTO EL ANTERIOR A LA  *00006360
      * FECHA DEL SISTEMA), EL MES ANTERIOR CON EL QUE SE COMPARA Y EL *00006370
      * NUMERO DE EMPRESAS DEL RANKING.                                *00006380
      ******************************************************************00006390
       1050-VALIDAR-PARAMETROS.                                         00006400
                                                                        00006410
           IF  WK-PERIODO-AN = SPACES                                   00006420
               MOVE WK-HOY-AAAA              TO WK-ANIO                 00006430
               IF  WK-HOY-MM = CN-1                                     00006440
                   SUBTRACT CN-1           FROM WK-ANIO                 00006450
                   MOVE CN-12                TO WK-MES                  00006460
               ELSE                                                     00006470
                   COMPUTE WK-MES = WK-HOY-MM - CN-1                    00006480
               END-IF                                                   00006490
           ELSE                                                         00006500
               IF  WK-PERIODO-AN NOT NUMERIC                            00006510
                OR WK-MES-AN < '01'                                     00006520
                OR WK-MES-AN > '12'                                     00006530
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00006540
                   MOVE CA-ERR-PERIODO       TO WK-DESCRIPCION          00006550
                   MOVE CA-PRF-1050          TO WK-PARRAFO              00006560
                   MOVE WK-PARAMETROS-SYSIN  TO WK-DATOS-REGISTRO       00006570
                                                                        00006580
                   PERFORM 9000-CANCELACION                             00006590
                      THRU 9000-CANCELACION-EXIT                        00006600
                                                                        00006610
               END-IF                                                   00006620
               MOVE WK-ANIO-AN               TO WK-ANIO                 00006630
               MOVE WK-MES-AN                TO WK-MES                  00006640
           END-IF                                                       00006650
                                                                        00006660
           IF  WK-MES = CN-1                                            00006670
               COMPUTE WK-ANIO-ANT = WK-ANIO - CN-1                     00006680
               MOVE CN-12                    TO WK-MES-ANT              00006690
           ELSE                                                         00006700
               MOVE WK-ANIO                  TO WK-ANIO-ANT             00006710
               COMPUTE WK-MES-ANT = WK-MES - CN-1                       00006720
           END-IF                                                       00006730
                                                                        00006740
           IF  WK-TOP-AN = SPACES                                       00006750
               MOVE CN-TOP-DEFECTO           TO WK-TOP-N                00006760
           ELSE                                                         00006770
               IF  WK-TOP-AN NOT NUMERIC                                00006780
                OR WK-TOP-AN = '00'                                     00006790
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00006800
                   MOVE CA-ERR-RANKING       TO WK-DESCRIPCION          00006810
                   MOVE CA-PRF-1050          TO WK-PARRAFO              00006820
                   MOVE WK-PARAMETROS-SYSIN  TO WK-DATOS-REGISTRO       00006830
                                                                        00006840
                   PERFORM 9000-CANCELACION                             00006850
                      THRU 9000-CANCELACION-EXIT                        00006860
                                                                        00006870
               END-IF                                                   00006880
               MOVE WK-TOP-AN                TO WK-TOP-N                00006890
           END-IF                                                       00006900
                                                                        00006910
           MOVE WK-HOY-AAAA                  TO WK-GEN-AAAA             00006920
           MOVE WK-HOY-MM                    TO WK-GEN-MM               00006930
           MOVE WK-HOY-DD                    TO WK-GEN-DD               00006940
                                                                        00006950
           .                                                            00006960
       1050-VALIDAR-PARAMETROS-EXIT.                                    00006970
           EXIT.                                                        00006980
                                                                        00006990
      ******************************************************************00007000
      ***                   1100-ABRIR-FICHEROS                      ***00007010
      ***                   -------------------                      ***00007020
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00007030
      ******************************************************************00007040
       1100-ABRIR-FICHEROS.                                             00007050
                                                                        00007060
           OPEN INPUT  MPCIESE1                                         00007070
                       MPCIESE2                                         00007080
                       MPCIESE3                                         00007090
                       MPCIESE4                                         00007100
                       MPCIESE5                                         00007110
                OUTPUT MPCIESS1                                         00007120
                       MPCIESS2                                         00007130
                                                                        00007140
           IF  FS-MPCIESE1 NOT = CA-FS-OK                               00007150
               MOVE CA-MPCIESE1              TO WK-DDNAME               00007160
               MOVE FS-MPCIESE1              TO WK-FILE-STATUS          00007170
               GO TO 1100-ERROR-APERTURA                                00007180
           END-IF                                                       00007190
                                                                        00007200
           IF  FS-MPCIESE2 NOT = CA-FS-OK                               00007210
               MOVE CA-MPCIESE2              TO WK-DDNAME               00007220
               MOVE FS-MPCIESE2              TO WK-FILE-STATUS          00007230
               GO TO 1100-ERROR-APERTURA                                00007240
           END-IF                                                       00007250
                                                                        00007260
           IF  FS-MPCIESE3 NOT = CA-FS-OK                               00007270
               MOVE CA-MPCIESE3              TO WK-DDNAME               00007280
               MOVE FS-MPCIESE3              TO WK-FILE-STATUS          00007290
               GO TO 1100-ERROR-APERTURA                                00007300
           END-IF                                                       00007310
                                                                        00007320
           IF  FS-MPCIESE4 NOT = CA-FS-OK                               00007330
               MOVE CA-MPCIESE4              TO WK-DDNAME               00007340
               MOVE FS-MPCIESE4              TO WK-FILE-STATUS          00007350
               GO TO 1100-ERROR-APERTURA                                00007360
           END-IF                                                       00007370
                                                                        00007380
           IF  FS-MPCIESE5 NOT = CA-FS-OK                               00007390
               MOVE CA-MPCIESE5              TO WK-DDNAME               00007400
               MOVE FS-MPCIESE5              TO WK-FILE-STATUS          00007410
               GO TO 1100-ERROR-APERTURA                                00007420
           END-IF                                                       00007430
                                                                        00007440
           IF  FS-MPCIESS1 NOT = CA-FS-OK                               00007450
               MOVE CA-MPCIESS1              TO WK-DDNAME               00007460
               MOVE FS-MPCIESS1              TO WK-FILE-STATUS          00007470
               GO TO 1100-ERROR-APERTURA                                00007480
           END-IF                                                       00007490
                                                                        00007500
           IF  FS-MPCIESS2 NOT = CA-FS-OK                               00007510
               MOVE CA-MPCIESS2              TO WK-DDNAME               00007520
               MOVE FS-MPCIESS2              TO WK-FILE-STATUS          00007530
               GO TO 1100-ERROR-APERTURA                                00007540
           END-IF                                                       00007550
                                                                        00007560
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00007570
                                                                        00007580
           .                                                            00007590
       1100-ERROR-APERTURA.                                             00007600
                                                                        00007610
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00007620
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00007630
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00007640
                                                                        00007650
           PERFORM 9000-CANCELACION                                     00007660
              THRU 9000-CANCELACION-EXIT                                00007670
                                                                        00007680
           .                                                            00007690
       1100-ABRIR-FICHEROS-EXIT.                                        00007700
           EXIT.                                                        00007710
                                                                        00007720
      ******************************************************************00007730
      ***                   1200-CARGAR-ANTERIOR                     ***00007740
      ***                   --------------------                     ***00007750
      * SE CARGAN LAS CIFRAS DEL RESUMEN DEL MES ANTERIOR. SU CABECERA *00007760
      * DEBE CORRESPONDER AL MES INMEDIATAMENTE ANTERIOR AL MES        *00007770
      * ESTADISTICO. UN FICHERO VACIO SE ADMITE (PRIMER MES) Y SE      *00007780
      * COMPARA CONTRA CEROS.                                          *00007790
      ******************************************************************00007800
       1200-CARGAR-ANTERIOR.                                            00007810
                                                                        00007820
           PERFORM 9160-LEER-MPCIESE5                                   00007830
              THRU 9160-LEER-MPCIESE5-EXIT                              00007840
                                                                        00007850
           IF  SI-FIN-MPCIESE5                                          00007860
               GO TO 1200-CARGAR-ANTERIOR-EXIT                          00007870
           END-IF                                                       00007880
                                                                        00007890
           IF  RS-TIPO-REGISTRO NOT = CA-REG-CABECERA                   00007900
            OR RS-ID-RESUMEN NOT = CA-ID-RESUMEN                        00007910
            OR RS-PERIODO NOT = WK-PERIODO-ANT                          00007920
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007930
               MOVE CA-ERR-ANTERIOR          TO WK-DESCRIPCION          00007940
               MOVE CA-PRF-1200              TO WK-PARRAFO              00007950
               MOVE CA-MPCIESE5              TO WK-DDNAME               00007960
               MOVE WK-REG-RESUMEN           TO WK-DATOS-REGISTRO       00007970
                                                                        00007980
               PERFORM 9000-CANCELACION                                 00007990
                  THRU 9000-CANCELACION-EXIT                            00008000
                                                                        00008010
           END-IF                                                       00008020
                                                                        00008030
           PERFORM 9160-LEER-MPCIESE5                                   00008040
              THRU 9160-LEER-MPCIESE5-EXIT                              00008050
                                                                        00008060
           PERFORM 1250-ACUMULAR-ANTERIOR                               00008070
              THRU 1250-ACUMULAR-ANTERIOR-EXIT                          00008080
             UNTIL SI-FIN-MPCIESE5                                      00008090
                                                                        00008100
           .                                                            00008110
       1200-CARGAR-ANTERIOR-EXIT.                                       00008120
           EXIT.                                                        00008130
                                                                        00008140
      ******************************************************************00008150
      ***                   1250-ACUMULAR-ANTERIOR                   ***00008160
      ***                   ----------------------                   ***00008170
      * SE GUARDAN LAS CIFRAS DE UN REGISTRO DEL RESUMEN ANTERIOR EN SU*00008180
      * CLAVE (O EN LOS TOTALES SI ES EL REGISTRO DE CONTROL) Y SE LEE *00008190
      * EL SIGUIENTE.                                                  *00008200
      ******************************************************************00008210
       1250-ACUMULAR-ANTERIOR.                                          00008220
                                                                        00008230
           EVALUATE  RS-TIPO-REGISTRO                                   00008240
               WHEN  CA-REG-OFICINA                                     00008250
               WHEN  CA-REG-EMPRESA                                     00008260
               WHEN  CA-REG-DESGLOSE                                    00008270
                     MOVE RS-TIPO-REGISTRO   TO WK-CB-TIPO              00008280
                     MOVE RS-CLAVE           TO WK-CB-CODIGO            00008290
                                                                        00008300
                     PERFORM 2150-LOCALIZAR-CLAVE                       00008310
                        THRU 2150-LOCALIZAR-CLAVE-EXIT                  00008320
                                                                        00008330
                     IF  WK-CL-DESCRIPCION (WK-IDX-CLAVE) = SPACES      00008340
                         MOVE RS-DESCRIPCION                            00008350
                           TO WK-CL-DESCRIPCION (WK-IDX-CLAVE)          00008360
                     END-IF                                             00008370
                                                                        00008380
                     PERFORM 1260-GUARDAR-ANTERIOR                      00008390
                        THRU 1260-GUARDAR-ANTERIOR-EXIT                 00008400
                       VARYING WK-IDX-MEDIDA FROM CN-1 BY CN-1          00008410
                         UNTIL WK-IDX-MEDIDA > CN-4                     00008420
                                                                        00008430
               WHEN  CA-REG-CONTROL                                     00008440
                     PERFORM 1270-GUARDAR-TOTAL-ANT                     00008450
                        THRU 1270-GUARDAR-TOTAL-ANT-EXIT                00008460
                       VARYING WK-IDX-MEDIDA FROM CN-1 BY CN-1          00008470
                         UNTIL WK-IDX-MEDIDA > CN-4                     00008480
                                                                        00008490
           END-EVALUATE                                                 00008500
                                                                        00008510
           PERFORM 9160-LEER-MPCIESE5                                   00008520
              THRU 9160-LEER-MPCIESE5-EXIT                              00008530
                                                                        00008540
           .                                                            00008550
       1250-ACUMULAR-ANTERIOR-EXIT.                                     00008560
           EXIT.                                                        00008570
                                                                        00008580
      ******************************************************************00008590
      ***                   1260-GUARDAR-ANTERIOR                    ***00008600
      ***                   ---------------------                    ***00008610
      * SE GUARDA UNA MEDIDA DEL DETALLE ANTERIOR.                     *00008620
      ******************************************************************00008630
       1260-GUARDAR-ANTERIOR.                                           00008640
                                                                        00008650
           MOVE RS-MEDIDA (WK-IDX-MEDIDA)                               00008660
             TO WK-CL-ANTERIOR (WK-IDX-CLAVE, WK-IDX-MEDIDA)            00008670
                                                                        00008680
           .                                                            00008690
       1260-GUARDAR-ANTERIOR-EXIT.                                      00008700
           EXIT.                                                        00008710
                                                                        00008720
      ******************************************************************00008730
      ***                   1270-GUARDAR-TOTAL-ANT                   ***00008740
      ***                   ----------------------                   ***00008750
      * SE GUARDA UNA MEDIDA DEL TOTAL DEL MES ANTERIOR.               *00008760
      ******************************************************************00008770
       1270-GUARDAR-TOTAL-ANT.                                          00008780
                                                                        00008790
           MOVE RS-MEDIDA (WK-IDX-MEDIDA)                               00008800
             TO WK-TOT-ANTERIOR (WK-IDX-MEDIDA)                         00008810
                                                                        00008820
           .                                                            00008830
       1270-GUARDAR-TOTAL-ANT-EXIT.                                     00008840
           EXIT.                                                        00008850
                                                                        00008860
      ******************************************************************00008870
      ***                   2000-PROCESO                             ***00008880
      ***                   ------------                             ***00008890
      * SE ACUMULAN LOS FORMULARIOS DE CADA FICHERO EN SU MEDIDA:      *00008900
      * 1 ENVIADOS, 2 RECHAZADOS, 3 REENCOLADOS Y 4 LIQUIDADOS.        *00008910
      ******************************************************************00008920
       2000-PROCESO.                                                    00008930
                                                                        00008940
           PERFORM 2010-TRATAR-ENVIADO                                  00008950
              THRU 2010-TRATAR-ENVIADO-EXIT                             00008960
             UNTIL SI-FIN-MPCIESE1                                      00008970
                                                                        00008980
           PERFORM 2020-TRATAR-RECHAZADO                                00008990
              THRU 2020-TRATAR-RECHAZADO-EXIT                           00009000
             UNTIL SI-FIN-MPCIESE2                                      00009010
                                                                        00009020
           PERFORM 2030-TRATAR-REENCOLADO                               00009030
              THRU 2030-TRATAR-REENCOLADO-EXIT                          00009040
             UNTIL SI-FIN-MPCIESE3                                      00009050
                                                                        00009060
           PERFORM 2040-TRATAR-LIQUIDADO                                00009070
              THRU 2040-TRATAR-LIQUIDADO-EXIT                           00009080
             UNTIL SI-FIN-MPCIESE4                                      00009090
                                                                        00009100
           .                                                            00009110
       2000-PROCESO-EXIT.                                               00009120
           EXIT.                                                        00009130
                                                                        00009140
      ******************************************************************00009150
      ***                   2010-TRATAR-ENVIADO                      ***00009160
      ***                   -------------------                      ***00009170
      * SE ACUMULA UN FORMULARIO ENVIADO Y SE LEE EL SIGUIENTE.        *00009180
      ******************************************************************00009190
       2010-TRATAR-ENVIADO.                                             00009200
                                                                        00009210
           MOVE CN-1                         TO WK-IDX-MEDIDA           00009220
                                                                        00009230
           PERFORM 2100-ACUMULAR-FORMULARIO                             00009240
              THRU 2100-ACUMULAR-FORMULARIO-EXIT                        00009250
                                                                        00009260
           PERFORM 9100-LEER-MPCIESE1                                   00009270
              THRU 9100-LEER-MPCIESE1-EXIT                              00009280
                                                                        00009290
           .                                                            00009300
       2010-TRATAR-ENVIADO-EXIT.                                        00009310
           EXIT.                                                        00009320
                                                                        00009330
      ******************************************************************00009340
      ***                   2020-TRATAR-RECHAZADO                    ***00009350
      ***                   ---------------------                    ***00009360
      * SE ACUMULA UN FORMULARIO RECHAZADO Y SE LEE EL SIGUIENTE.      *00009370
      ******************************************************************00009380
       2020-TRATAR-RECHAZADO.                                           00009390
                                                                        00009400
           MOVE CN-2                         TO WK-IDX-MEDIDA           00009410
           MOVE WK-REC-DATOS                 TO MPYITI02                00009420
                                                                        00009430
           PERFORM 2100-ACUMULAR-FORMULARIO                             00009440
              THRU 2100-ACUMULAR-FORMULARIO-EXIT                        00009450
                                                                        00009460
           PERFORM 9110-LEER-MPCIESE2                                   00009470
              THRU 9110-LEER-MPCIESE2-EXIT                              00009480
                                                                        00009490
           .                                                            00009500
       2020-TRATAR-RECHAZADO-EXIT.                                      00009510
           EXIT.                                                        00009520
                                                                        00009530
      ******************************************************************00009540
      ***                   2030-TRATAR-REENCOLADO                   ***00009550
      ***                   ----------------------                   ***00009560
      * SE ACUMULA UN FORMULARIO REENCOLADO Y SE LEE EL SIGUIENTE.     *00009570
      ******************************************************************00009580
       2030-TRATAR-REENCOLADO.                                          00009590
                                                                        00009600
           MOVE CN-3                         TO WK-IDX-MEDIDA           00009610
                                                                        00009620
           PERFORM 2100-ACUMULAR-FORMULARIO                             00009630
              THRU 2100-ACUMULAR-FORMULARIO-EXIT                        00009640
                                                                        00009650
           PERFORM 9120-LEER-MPCIESE3                                   00009660
              THRU 9120-LEER-MPCIESE3-EXIT                              00009670
                                                                        00009680
           .                                                            00009690
       2030-TRATAR-REENCOLADO-EXIT.                                     00009700
           EXIT.                                                        00009710
                                                                        00009720
      ******************************************************************00009730
      ***                   2040-TRATAR-LIQUIDADO                    ***00009740
      ***                   ---------------------                    ***00009750
      * SE ACUMULA UN FORMULARIO LIQUIDADO Y SE LEE EL SIGUIENTE.      *00009760
      ******************************************************************00009770
       2040-TRATAR-LIQUIDADO.                                           00009780
                                                                        00009790
           MOVE CN-4                         TO WK-IDX-MEDIDA           00009800
                                                                        00009810
           PERFORM 2100-ACUMULAR-FORMULARIO                             00009820
              THRU 2100-ACUMULAR-FORMULARIO-EXIT                        00009830
                                                                        00009840
           PERFORM 9130-LEER-MPCIESE4                                   00009850
              THRU 9130-LEER-MPCIESE4-EXIT                              00009860
                                                                        00009870
           .                                                            00009880
       2040-TRATAR-LIQUIDADO-EXIT.                                      00009890
           EXIT.                                                        00009900
                                                                        00009910
      ******************************************************************00009920
      ***                   2100-ACUMULAR-FORMULARIO                 ***00009930
      ***                   ------------------------                 ***00009940
      * SE SUMA EL FORMULARIO EN CURSO (MPYITI02) A LA MEDIDA INDICADA *00009950
      * EN EL TOTAL DEL MES, EN SU OFICINA, EN SU EMPRESA Y EN SU TIPO *00009960
      * DE AUTORIZADO E INDICADOR DE ALTA/BAJA. LA EMPRESA SE          *00009970
      * IDENTIFICA POR EL IBAN Y SE DESCRIBE CON EL PRIMER ALIAS       *00009980
      * RECIBIDO.                                                      *00009990
      ******************************************************************00010000
       2100-ACUMULAR-FORMULARIO.                                        00010010
                                                                        00010020
           ADD CN-1                  TO WK-TOT-ACTUAL (WK-IDX-MEDIDA)   00010030
                                                                        00010040
           MOVE CA-REG-OFICINA               TO WK-CB-TIPO              00010050
           MOVE MPYITI02-NUMOFIC             TO WK-CB-CODIGO            00010060
                                                                        00010070
           PERFORM 2150-LOCALIZAR-CLAVE                                 00010080
              THRU 2150-LOCALIZAR-CLAVE-EXIT                            00010090
                                                                        00010100
           ADD CN-1    TO WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-MEDIDA)    00010110
                                                                        00010120
           MOVE CA-REG-EMPRESA               TO WK-CB-TIPO              00010130
           IF  MPYITI02-IBANEMPR = SPACES                               00010140
               MOVE CA-SIN-IBAN              TO WK-CB-CODIGO            00010150
           ELSE                                                         00010160
               MOVE MPYITI02-IBANEMPR        TO WK-CB-CODIGO            00010170
           END-IF                                                       00010180
                                                                        00010190
           PERFORM 2150-LOCALIZAR-CLAVE                                 00010200
              THRU 2150-LOCALIZAR-CLAVE-EXIT                            00010210
                                                                        00010220
           IF  WK-CL-DESCRIPCION (WK-IDX-CLAVE) = SPACES                00010230
               MOVE MPYITI02-ALIEMPRE                                   00010240
                 TO WK-CL-DESCRIPCION (WK-IDX-CLAVE)                    00010250
           END-IF                                                       00010260
                                                                        00010270
           ADD CN-1    TO WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-MEDIDA)    00010280
                                                                        00010290
           MOVE CA-REG-DESGLOSE              TO WK-CB-TIPO              00010300
           MOVE SPACES                       TO WK-CB-CODIGO            00010310
           MOVE MPYITI02-TIPAUTOR            TO WK-CB-TIPAUTOR          00010320
           MOVE CA-SEPARADOR                 TO WK-CB-SEPARADOR         00010330
           MOVE MPYITI02-IND-ALTA-BAJ        TO WK-CB-ALTA-BAJA         00010340
                                                                        00010350
           PERFORM 2150-LOCALIZAR-CLAVE                                 00010360
              THRU 2150-LOCALIZAR-CLAVE-EXIT                            00010370
                                                                        00010380
           ADD CN-1    TO WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-MEDIDA)    00010390
                                                                        00010400
           .                                                            00010410
       2100-ACUMULAR-FORMULARIO-EXIT.                                   00010420
           EXIT.                                                        00010430
                                                                        00010440
      ******************************************************************00010450
      ***                   2150-LOCALIZAR-CLAVE                     ***00010460
      ***                   --------------------                     ***00010470
      * SE LOCALIZA POR BUSQUEDA BINARIA (O SE DA DE ALTA EN SU        *00010480
      * POSICION, DESPLAZANDO LAS SIGUIENTES) EL ACUMULADOR DE LA CLAVE*00010490
      * BUSCADA, PARA QUE EL LISTADO Y EL RESUMEN SALGAN ORDENADOS. EL *00010500
      * DESBORDAMIENTO CANCELA EL PROCESO PARA NO DAR CIFRAS PARCIALES.*00010510
      ******************************************************************00010520
       2150-LOCALIZAR-CLAVE.                                            00010530
                                                                        00010540
           SET NO-CLAVE-ENCONTRADA           TO TRUE                    00010550
           MOVE CN-1                         TO WK-BAJO-CLAVE           00010560
           MOVE WK-NUM-CLAVES                TO WK-ALTO-CLAVE           00010570
                                                                        00010580
           PERFORM 2160-PARTIR-BUSQUEDA                                 00010590
              THRU 2160-PARTIR-BUSQUEDA-EXIT                            00010600
             UNTIL SI-CLAVE-ENCONTRADA                                  00010610
                OR WK-BAJO-CLAVE > WK-ALTO-CLAVE                        00010620
                                                                        00010630
           IF  SI-CLAVE-ENCONTRADA                                      00010640
               GO TO 2150-LOCALIZAR-CLAVE-EXIT                          00010650
           END-IF                                                       00010660
                                                                        00010670
           IF  WK-NUM-CLAVES NOT < CN-MAX-CLAVES                        00010680
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010690
               MOVE CA-ERR-TABLA-LLENA       TO WK-DESCRIPCION          00010700
               MOVE CA-PRF-2150              TO WK-PARRAFO              00010710
               MOVE WK-CLAVE-BUSCADA         TO WK-DATOS-REGISTRO       00010720
                                                                        00010730
               PERFORM 9000-CANCELACION                                 00010740
                  THRU 9000-CANCELACION-EXIT                            00010750
                                                                        00010760
           END-IF                                                       00010770
                                                                        00010780
           MOVE WK-BAJO-CLAVE                TO WK-IDX-CLAVE            00010790
                                                                        00010800
           PERFORM 2170-DESPLAZAR-CLAVE                                 00010810
              THRU 2170-DESPLAZAR-CLAVE-EXIT                            00010820
             VARYING WK-IDX-DESPLAZA FROM WK-NUM-CLAVES BY -1           00010830
               UNTIL WK-IDX-DESPLAZA < WK-IDX-CLAVE                     00010840
                                                                        00010850
           ADD CN-1                          TO WK-NUM-CLAVES           00010860
           INITIALIZE WK-CLAVE-TAB (WK-IDX-CLAVE)                       00010870
           MOVE WK-CLAVE-BUSCADA     TO WK-CL-CLAVE (WK-IDX-CLAVE)      00010880
                                                                        00010890
           .                                                            00010900
       2150-LOCALIZAR-CLAVE-EXIT.                                       00010910
           EXIT.                                                        00010920
                                                                        00010930
      ******************************************************************00010940
      ***                   2160-PARTIR-BUSQUEDA                     ***00010950
      ***                   --------------------                     ***00010960
      * SE COMPARA EL ELEMENTO CENTRAL DEL TRAMO PENDIENTE Y SE        *00010970
      * DESCARTA LA MITAD QUE NO PUEDE CONTENER LA CLAVE BUSCADA. SI NO*00010980
      * SE ENCUENTRA, WK-BAJO-CLAVE QUEDA EN LA POSICION DE ALTA.      *00010990
      ******************************************************************00011000
       2160-PARTIR-BUSQUEDA.                                            00011010
                                                                        00011020
           COMPUTE WK-IDX-CLAVE =                                       00011030
                   (WK-BAJO-CLAVE + WK-ALTO-CLAVE) / 2                  00011040
                                                                        00011050
           EVALUATE  TRUE                                               00011060
               WHEN  WK-CL-CLAVE (WK-IDX-CLAVE) = WK-CLAVE-BUSCADA      00011070
                     SET SI-CLAVE-ENCONTRADA TO TRUE                    00011080
                                                                        00011090
               WHEN  WK-CL-CLAVE (WK-IDX-CLAVE) < WK-CLAVE-BUSCADA      00011100
                     COMPUTE WK-BAJO-CLAVE = WK-IDX-CLAVE + 1           00011110
                                                                        00011120
               WHEN  WK-IDX-CLAVE = CN-1                                00011130
                     MOVE ZEROES             TO WK-ALTO-CLAVE           00011140
                                                                        00011150
               WHEN  OTHER                                              00011160
                     COMPUTE WK-ALTO-CLAVE = WK-IDX-CLAVE - 1           00011170
                                                                        00011180
           END-EVALUATE                                                 00011190
                                                                        00011200
           .                                                            00011210
       2160-PARTIR-BUSQUEDA-EXIT.                                       00011220
           EXIT.                                                        00011230
                                                                        00011240
      ******************************************************************00011250
      ***                   2170-DESPLAZAR-CLAVE                     ***00011260
      ***                   --------------------                     ***00011270
      * SE DESPLAZA UN ACUMULADOR UNA POSICION HACIA ABAJO.            *00011280
      ******************************************************************00011290
       2170-DESPLAZAR-CLAVE.                                            00011300
                                                                        00011310
           MOVE WK-CLAVE-TAB (WK-IDX-DESPLAZA)                          00011320
             TO WK-CLAVE-TAB (WK-IDX-DESPLAZA + CN-1)                   00011330
                                                                        00011340
           .                                                            00011350
       2170-DESPLAZAR-CLAVE-EXIT.                                       00011360
           EXIT.                                                        00011370
                                                                        00011380
      ******************************************************************00011390
      ***                   3000-FIN                                 ***00011400
      ***                   --------                                 ***00011410
      * SE GENERAN EL LISTADO Y EL RESUMEN DEL MES, SE CIERRAN LOS     *00011420
      * FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE DEVUELVE RC 4 SI NO*00011430
      * HABIA RESUMEN DEL MES ANTERIOR CON EL QUE COMPARAR.            *00011440
      ******************************************************************00011450
       3000-FIN.                                                        00011460
                                                                        00011470
           MOVE WK-ANIO                      TO WC-ANIO                 00011480
           MOVE WK-MES                       TO WC-MES                  00011490
           MOVE WK-ANIO-ANT                  TO WC-ANIO-ANT             00011500
           MOVE WK-MES-ANT                   TO WC-MES-ANT              00011510
                                                                        00011520
           MOVE WK-LINEA-CABECERA            TO REG-MPCIESS1            00011530
           PERFORM 9300-ESCRIBIR-LISTADO                                00011540
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011550
                                                                        00011560
           MOVE WK-LINEA-TITULOS             TO REG-MPCIESS1            00011570
           PERFORM 9300-ESCRIBIR-LISTADO                                00011580
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011590
                                                                        00011600
           MOVE SPACES                       TO WK-REG-RESUMEN          00011610
           MOVE CA-REG-CABECERA              TO RS-TIPO-REGISTRO        00011620
           MOVE CA-ID-RESUMEN                TO RS-ID-RESUMEN           00011630
           MOVE WK-PERIODO                   TO RS-PERIODO              00011640
           MOVE WK-FECHA-GENERACION          TO RS-FECHA-GENERACION     00011650
           PERFORM 9200-ESCRIBIR-RESUMEN                                00011660
              THRU 9200-ESCRIBIR-RESUMEN-EXIT                           00011670
                                                                        00011680
           SET NO-LINEA-TOTAL                TO TRUE                    00011690
           MOVE SPACES                       TO WK-TIPO-SECCION         00011700
                                                                        00011710
           PERFORM 3050-EMITIR-CLAVE                                    00011720
              THRU 3050-EMITIR-CLAVE-EXIT                               00011730
             VARYING WK-IDX-CLAVE FROM CN-1 BY CN-1                     00011740
               UNTIL WK-IDX-CLAVE > WK-NUM-CLAVES                       00011750
                                                                        00011760
           PERFORM 3080-EMITIR-TOTAL                                    00011770
              THRU 3080-EMITIR-TOTAL-EXIT                               00011780
                                                                        00011790
           MOVE SPACES                       TO WK-LINEA-SECCION        00011800
           MOVE WK-LINEA-SECCION             TO REG-MPCIESS1            00011810
           PERFORM 9300-ESCRIBIR-LISTADO                                00011820
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011830
                                                                        00011840
           MOVE CA-TIT-RANKING               TO WS-TIT-RANKING          00011850
           MOVE WK-TOP-N                     TO WS-TOP-N                00011860
           MOVE WK-LINEA-SECCION             TO REG-MPCIESS1            00011870
           PERFORM 9300-ESCRIBIR-LISTADO                                00011880
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00011890
                                                                        00011900
           SET NO-LINEA-TOTAL                TO TRUE                    00011910
           SET NO-FIN-RANKING                TO TRUE                    00011920
                                                                        00011930
           PERFORM 3090-EMITIR-RANKING                                  00011940
              THRU 3090-EMITIR-RANKING-EXIT                             00011950
             VARYING WK-POSICION FROM CN-1 BY CN-1                      00011960
               UNTIL WK-POSICION > WK-TOP-N                             00011970
                  OR SI-FIN-RANKING                                     00011980
                                                                        00011990
           PERFORM 3100-CERRAR-FICHEROS                                 00012000
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012010
                                                                        00012020
           PERFORM 3200-ESTADISTICAS                                    00012030
              THRU 3200-ESTADISTICAS-EXIT                               00012040
                                                                        00012050
           IF  CT-REG-ANTERIOR = ZEROES                                 00012060
               MOVE CN-4                     TO RETURN-CODE             00012070
           END-IF                                                       00012080
                                                                        00012090
           STOP RUN                                                     00012100
                                                                        00012110
           .                                                            00012120
       3000-FIN-EXIT.                                                   00012130
           EXIT.                                                        00012140
                                                                        00012150
      ******************************************************************00012160
      ***                   3050-EMITIR-CLAVE                        ***00012170
      ***                   -----------------                        ***00012180
      * SE ESCRIBE LA LINEA DEL LISTADO DE LA CLAVE, PRECEDIDA DEL     *00012190
      * TITULO DE SU SECCION CUANDO CAMBIA EL TIPO DE CLAVE, Y SU      *00012200
      * REGISTRO DEL RESUMEN (SOLO SI TIENE CIFRAS EN EL MES).         *00012210
      ******************************************************************00012220
       3050-EMITIR-CLAVE.                                               00012230
                                                                        00012240
           IF  WK-CL-TIPO (WK-IDX-CLAVE) NOT = WK-TIPO-SECCION          00012250
               MOVE WK-CL-TIPO (WK-IDX-CLAVE) TO WK-TIPO-SECCION        00012260
                                                 WK-IDX-SECCION         00012270
                                                                        00012280
               MOVE SPACES                   TO WK-LINEA-SECCION        00012290
               MOVE WK-LINEA-SECCION         TO REG-MPCIESS1            00012300
               PERFORM 9300-ESCRIBIR-LISTADO                            00012310
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00012320
                                                                        00012330
               MOVE CA-SECCION (WK-IDX-SECCION) TO WS-TITULO            00012340
               MOVE WK-LINEA-SECCION         TO REG-MPCIESS1            00012350
               PERFORM 9300-ESCRIBIR-LISTADO                            00012360
                  THRU 9300-ESCRIBIR-LISTADO-EXIT                       00012370
           END-IF                                                       00012380
                                                                        00012390
           PERFORM 3055-LINEA-CLAVE                                     00012400
              THRU 3055-LINEA-CLAVE-EXIT                                00012410
                                                                        00012420
           IF  WK-SUMA-ACTUAL > ZEROES                                  00012430
               MOVE WK-CL-TIPO (WK-IDX-CLAVE) TO RS-TIPO-REGISTRO       00012440
               MOVE WK-CL-CODIGO (WK-IDX-CLAVE) TO RS-CLAVE             00012450
               MOVE WK-CL-DESCRIPCION (WK-IDX-CLAVE)                    00012460
                                             TO RS-DESCRIPCION          00012470
               PERFORM 9200-ESCRIBIR-RESUMEN                            00012480
                  THRU 9200-ESCRIBIR-RESUMEN-EXIT                       00012490
           END-IF                                                       00012500
                                                                        00012510
           .                                                            00012520
       3050-EMITIR-CLAVE-EXIT.                                          00012530
           EXIT.                                                        00012540
                                                                        00012550
      ******************************************************************00012560
      ***                   3055-LINEA-CLAVE                         ***00012570
      ***                   ----------------                         ***00012580
      * SE COMPLETA Y ESCRIBE LA LINEA DEL LISTADO DE UNA CLAVE DE LA  *00012590
      * TABLA Y SE DEJAN SUS MEDIDAS DEL MES EN EL REGISTRO DEL        *00012600
      * RESUMEN.                                                       *00012610
      ******************************************************************00012620
       3055-LINEA-CLAVE.                                                00012630
                                                                        00012640
           MOVE SPACES                       TO WK-LINEA-DETALLE        00012650
                                                WK-REG-RESUMEN          00012660
           MOVE ZEROES                       TO WK-SUMA-ACTUAL          00012670
           MOVE WK-CL-CODIGO (WK-IDX-CLAVE)  TO WD-CLAVE                00012680
           MOVE WK-CL-DESCRIPCION (WK-IDX-CLAVE) TO WD-DESCRIPCION      00012690
                                                                        00012700
           PERFORM 3060-COMPLETAR-MEDIDA                                00012710
              THRU 3060-COMPLETAR-MEDIDA-EXIT                           00012720
             VARYING WK-IDX-MEDIDA FROM CN-1 BY CN-1                    00012730
               UNTIL WK-IDX-MEDIDA > CN-4                               00012740
                                                                        00012750
           MOVE WK-LINEA-DETALLE             TO REG-MPCIESS1            00012760
           PERFORM 9300-ESCRIBIR-LISTADO                                00012770
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00012780
                                                                        00012790
           .                                                            00012800
       3055-LINEA-CLAVE-EXIT.                                           00012810
           EXIT.                                                        00012820
                                                                        00012830
      ******************************************************************00012840
      ***                   3060-COMPLETAR-MEDIDA                    ***00012850
      ***                   ---------------------                    ***00012860
      * SE PASA UNA MEDIDA, DE LA CLAVE O DEL TOTAL DEL MES, A LA LINEA*00012870
      * DEL LISTADO Y AL REGISTRO DEL RESUMEN. LA VARIACION SOLO SE    *00012880
      * CALCULA CUANDO HAY CIFRA EN EL MES ANTERIOR.                   *00012890
      ******************************************************************00012900
       3060-COMPLETAR-MEDIDA.                                           00012910
                                                                        00012920
           IF  SI-LINEA-TOTAL                                           00012930
               MOVE WK-TOT-ACTUAL (WK-IDX-MEDIDA)   TO WK-CIFRA-ACTUAL  00012940
               MOVE WK-TOT-ANTERIOR (WK-IDX-MEDIDA)                     00012950
                                             TO WK-CIFRA-ANTERIOR       00012960
           ELSE                                                         00012970
               MOVE WK-CL-ACTUAL (WK-IDX-CLAVE, WK-IDX-MEDIDA)          00012980
                                             TO WK-CIFRA-ACTUAL         00012990
               MOVE WK-CL-ANTERIOR (WK-IDX-CLAVE, WK-IDX-MEDIDA)        00013000
                                             TO WK-CIFRA-ANTERIOR       00013010
           END-IF                                                       00013020
                                                                        00013030
           MOVE WK-CIFRA-ACTUAL        TO WD-ACTUAL (WK-IDX-MEDIDA)     00013040
                                          RS-MEDIDA (WK-IDX-MEDIDA)     00013050
           ADD WK-CIFRA-ACTUAL               TO WK-SUMA-ACTUAL          00013060
                                                                        00013070
           IF  WK-CIFRA-ANTERIOR > ZEROES                               00013080
               COMPUTE WK-VARIACION ROUNDED =                           00013090
                      (WK-CIFRA-ACTUAL - WK-CIFRA-ANTERIOR) * CN-100    00013100
                       / WK-CIFRA-ANTERIOR                              00013110
               MOVE WK-VARIACION     TO WD-VARIACION (WK-IDX-MEDIDA)    00013120
           ELSE                                                         00013130
               MOVE SPACES           TO WD-VARIACION-X (WK-IDX-MEDIDA)  00013140
           END-IF                                                       00013150
                                                                        00013160
           .                                                            00013170
       3060-COMPLETAR-MEDIDA-EXIT.                                      00013180
           EXIT.                                                        00013190
                                                                        00013200
      ******************************************************************00013210
      ***                   3080-EMITIR-TOTAL                        ***00013220
      ***                   -----------------                        ***00013230
      * SE ESCRIBEN LA LINEA DEL TOTAL DEL MES Y EL REGISTRO DE CONTROL*00013240
      * DEL RESUMEN.                                                   *00013250
      ******************************************************************00013260
       3080-EMITIR-TOTAL.                                               00013270
                                                                        00013280
           MOVE SPACES                       TO WK-LINEA-SECCION        00013290
           MOVE WK-LINEA-SECCION             TO REG-MPCIESS1            00013300
           PERFORM 9300-ESCRIBIR-LISTADO                                00013310
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00013320
                                                                        00013330
           SET SI-LINEA-TOTAL                TO TRUE                    00013340
           MOVE SPACES                       TO WK-LINEA-DETALLE        00013350
                                                WK-REG-RESUMEN          00013360
           MOVE CA-LIT-TOTAL                 TO WD-CLAVE                00013370
                                                                        00013380
           PERFORM 3060-COMPLETAR-MEDIDA                                00013390
              THRU 3060-COMPLETAR-MEDIDA-EXIT                           00013400
             VARYING WK-IDX-MEDIDA FROM CN-1 BY CN-1                    00013410
               UNTIL WK-IDX-MEDIDA > CN-4                               00013420
                                                                        00013430
           MOVE WK-LINEA-DETALLE             TO REG-MPCIESS1            00013440
           PERFORM 9300-ESCRIBIR-LISTADO                                00013450
              THRU 9300-ESCRIBIR-LISTADO-EXIT                           00013460
                                                                        00013470
           MOVE CA-REG-CONTROL               TO RS-TIPO-REGISTRO        00013480
           MOVE CA-LIT-TOTAL                 TO RS-CLAVE                00013490
           PERFORM 9200-ESCRIBIR-RESUMEN                                00013500
              THRU 9200-ESCRIBIR-RESUMEN-EXIT                           00013510
                                                                        00013520
           .                                                            00013530
       3080-EMITIR-TOTAL-EXIT.                                          00013540
           EXIT.                                                        00013550
                                                                        00013560
      ******************************************************************00013570
      ***                   3090-EMITIR-RANKING                      ***00013580
      ***                   -------------------                      ***00013590
      * SE BUSCA LA EMPRESA AUN NO LISTADA CON MAS FORMULARIOS ENVIADOS*00013600
      * EN EL MES, SE MARCA Y SE ESCRIBE SU LINEA. SI NO QUEDAN        *00013610
      * EMPRESAS CON ENVIOS TERMINA EL RANKING.                        *00013620
      ******************************************************************00013630
       3090-EMITIR-RANKING.                                             00013640
                                                                        00013650
           MOVE ZEROES                       TO WK-IDX-MAXIMO           00013660
                                                WK-MAXIMO               00013670
                                                                        00013680
           PERFORM 3095-BUSCAR-MAXIMO                                   00013690
              THRU 3095-BUSCAR-MAXIMO-EXIT                              00013700
             VARYING WK-IDX FROM CN-1 BY CN-1                           00013710
               UNTIL WK-IDX > WK-NUM-CLAVES                             00013720
                                                                        00013730
           IF  WK-IDX-MAXIMO = ZEROES                                   00013740
               SET SI-FIN-RANKING            TO TRUE                    00013750
               GO TO 3090-EMITIR-RANKING-EXIT                           00013760
           END-IF                                                       00013770
                                                                        00013780
           SET SI-CL-ELEGIDA (WK-IDX-MAXIMO) TO TRUE                    00013790
           MOVE WK-IDX-MAXIMO                TO WK-IDX-CLAVE            00013800
                                                                        00013810
           PERFORM 3055-LINEA-CLAVE                                     00013820
              THRU 3055-LINEA-CLAVE-EXIT                                00013830
                                                                        00013840
           .                                                            00013850
       3090-EMITIR-RANKING-EXIT.                                        00013860
           EXIT.                                                        00013870
                                                                        00013880
      ******************************************************************00013890
      ***                   3095-BUSCAR-MAXIMO                       ***00013900
      ***                   ------------------                       ***00013910
      * SE COMPRUEBA SI LA CLAVE ES UNA EMPRESA NO LISTADA CON MAS     *00013920
      * ENVIOS QUE EL MAXIMO HALLADO HASTA AHORA.                      *00013930
      ******************************************************************00013940
       3095-BUSCAR-MAXIMO.                                              00013950
                                                                        00013960
           IF  WK-CL-TIPO (WK-IDX) = CA-REG-EMPRESA                     00013970
           AND NOT SI-CL-ELEGIDA (WK-IDX)                               00013980
           AND WK-CL-ACTUAL (WK-IDX, CN-1) > WK-MAXIMO                  00013990
               MOVE WK-CL-ACTUAL (WK-IDX, CN-1) TO WK-MAXIMO            00014000
               MOVE WK-IDX                   TO WK-IDX-MAXIMO           00014010
           END-IF                                                       00014020
                                                                        00014030
           .                                                            00014040
       3095-BUSCAR-MAXIMO-EXIT.                                         00014050
           EXIT.                                                        00014060
                                                                        00014070
      ******************************************************************00014080
      ***                   3100-CERRAR-FICHEROS                     ***00014090
      ***                   --------------------                     ***00014100
      * SE CIERRAN LOS FICHEROS.                                       *00014110
      ******************************************************************00014120
       3100-CERRAR-FICHEROS.                                            00014130
                                                                        00014140
           CLOSE MPCIESE1                                               00014150
                 MPCIESE2                                               00014160
                 MPCIESE3                                               00014170
                 MPCIESE4                                               00014180
                 MPCIESE5                                               00014190
                 MPCIESS1                                               00014200
                 MPCIESS2                                               00014210
                                                                        00014220
           IF  FS-MPCIESS1 NOT = CA-FS-OK                               00014230
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014240
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00014250
               MOVE CA-PRF-3100              TO WK-PARRAFO              00014260
               MOVE CA-MPCIESS1              TO WK-DDNAME               00014270
               MOVE FS-MPCIESS1              TO WK-FILE-STATUS          00014280
                                                                        00014290
               PERFORM 9000-CANCELACION                                 00014300
                  THRU 9000-CANCELACION-EXIT                            00014310
                                                                        00014320
           END-IF                                                       00014330
                                                                        00014340
           IF  FS-MPCIESS2 NOT = CA-FS-OK                               00014350
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014360
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00014370
               MOVE CA-PRF-3100              TO WK-PARRAFO              00014380
               MOVE CA-MPCIESS2              TO WK-DDNAME               00014390
               MOVE FS-MPCIESS2              TO WK-FILE-STATUS          00014400
                                                                        00014410
               PERFORM 9000-CANCELACION                                 00014420
                  THRU 9000-CANCELACION-EXIT                            00014430
                                                                        00014440
           END-IF                                                       00014450
                                                                        00014460
           .                                                            00014470
       3100-CERRAR-FICHEROS-EXIT.                                       00014480
           EXIT.                                                        00014490
                                                                        00014500
      ******************************************************************00014510
      ***                   3200-ESTADISTICAS                        ***00014520
      ***                   -----------------                        ***00014530
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00014540
      ******************************************************************00014550
       3200-ESTADISTICAS.                                               00014560
                                                                        00014570
           MOVE CT-ENVIADOS                   TO WK-ENVIADOS-ED         00014580
           MOVE CT-RECHAZADOS                 TO WK-RECHAZADOS-ED       00014590
           MOVE CT-REENCOLADOS                TO WK-REENCOLADOS-ED      00014600
           MOVE CT-LIQUIDADOS                 TO WK-LIQUIDADOS-ED       00014610
           MOVE CT-REG-ANTERIOR               TO WK-REG-ANTERIOR-ED     00014620
           MOVE CT-REG-RESUMEN                TO WK-REG-RESUMEN-ED      00014630
                                                                        00014640
           DISPLAY WK-CAB-1                                             00014650
           DISPLAY WK-CAB-2                                             00014660
           DISPLAY WK-CAB-1                                             00014670
           DISPLAY WK-CAB-3                                             00014680
           DISPLAY WK-CAB-4                                             00014690
           DISPLAY WK-CAB-5                                             00014700
           DISPLAY WK-CAB-6                                             00014710
           DISPLAY WK-CAB-7                                             00014720
           DISPLAY WK-CAB-8                                             00014730
           DISPLAY WK-CAB-1                                             00014740
                                                                        00014750
           .                                                            00014760
       3200-ESTADISTICAS-EXIT.                                          00014770
           EXIT.                                                        00014780
                                                                        00014790
      ******************************************************************00014800
      ***                   9100-LEER-MPCIESE1                       ***00014810
      ***                   ------------------                       ***00014820
      * SE LEE EL SIGUIENTE FORMULARIO ENVIADO.                        *00014830
      ******************************************************************00014840
       9100-LEER-MPCIESE1.                                              00014850
                                                                        00014860
           READ MPCIESE1                     INTO MPYITI02              00014870
           AT END                                                       00014880
                SET SI-FIN-MPCIESE1          TO TRUE                    00014890
           END-READ                                                     00014900
                                                                        00014910
           IF  FS-MPCIESE1 NOT = CA-FS-OK AND CA-FS-EOF                 00014920
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014930
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014940
               MOVE CA-PRF-9100              TO WK-PARRAFO              00014950
               MOVE CA-MPCIESE1              TO WK-DDNAME               00014960
               MOVE FS-MPCIESE1              TO WK-FILE-STATUS          00014970
                                                                        00014980
               PERFORM 9000-CANCELACION                                 00014990
                  THRU 9000-CANCELACION-EXIT                            00015000
                                                                        00015010
           END-IF                                                       00015020
                                                                        00015030
           IF  NO-FIN-MPCIESE1                                          00015040
               ADD CN-1                      TO CT-ENVIADOS             00015050
           END-IF                                                       00015060
                                                                        00015070
           .                                                            00015080
       9100-LEER-MPCIESE1-EXIT.                                         00015090
           EXIT.                                                        00015100
                                                                        00015110
      ******************************************************************00015120
      ***                   9110-LEER-MPCIESE2                       ***00015130
      ***                   ------------------                       ***00015140
      * SE LEE EL SIGUIENTE FORMULARIO RECHAZADO.                      *00015150
      ******************************************************************00015160
       9110-LEER-MPCIESE2.                                              00015170
                                                                        00015180
           READ MPCIESE2                     INTO WK-RECHAZO-MPCIESE2   00015190
           AT END                                                       00015200
                SET SI-FIN-MPCIESE2          TO TRUE                    00015210
           END-READ                                                     00015220
                                                                        00015230
           IF  FS-MPCIESE2 NOT = CA-FS-OK AND CA-FS-EOF                 00015240
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00015250
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00015260
               MOVE CA-PRF-9110              TO WK-PARRAFO              00015270
               MOVE CA-MPCIESE2              TO WK-DDNAME               00015280
               MOVE FS-MPCIESE2              TO WK-FILE-STATUS          00015290
                                                                        00015300
               PERFORM 9000-CANCELACION                                 00015310
                  THRU 9000-CANCELACION-EXIT                            00015320
                                                                        00015330
           END-IF                                                       00015340
                                                                        00015350
           IF  NO-FIN-MPCIESE2                                          00015360
               ADD CN-1                      TO CT-RECHAZADOS           00015370
           END-IF                                                       00015380
                                                                        00015390
           .                                                            00015400
       9110-LEER-MPCIESE2-EXIT.                                         00015410
           EXIT.                                                        00015420
                                                                        00015430
      ******************************************************************00015440
      ***                   9120-LEER-MPCIESE3                       ***00015450
      ***                   ------------------                       ***00015460
      * SE LEE EL SIGUIENTE FORMULARIO REENCOLADO.                     *00015470
      ******************************************************************00015480
       9120-LEER-MPCIESE3.                                              00015490
                                                                        00015500
           READ MPCIESE3                     INTO MPYITI02              00015510
           AT END                                                       00015520
                SET SI-FIN-MPCIESE3          TO TRUE                    00015530
           END-READ                                                     00015540
                                                                        00015550
           IF  FS-MPCIESE3 NOT = CA-FS-OK AND CA-FS-EOF                 00015560
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00015570
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00015580
               MOVE CA-PRF-9120              TO WK-PARRAFO              00015590
               MOVE CA-MPCIESE3              TO WK-DDNAME               00015600
               MOVE FS-MPCIESE3              TO WK-FILE-STATUS          00015610
                                                                        00015620
               PERFORM 9000-CANCELACION                                 00015630
                  THRU 9000-CANCELACION-EXIT                            00015640
                                                                        00015650
           END-IF                                                       00015660
                                                                        00015670
           IF  NO-FIN-MPCIESE3                                          00015680
               ADD CN-1                      TO CT-REENCOLADOS          00015690
           END-IF                                                       00015700
                                                                        00015710
           .                                                            00015720
       9120-LEER-MPCIESE3-EXIT.                                         00015730
           EXIT.                                                        00015740
                                                                        00015750
      ******************************************************************00015760
      ***                   9130-LEER-MPCIESE4                       ***00015770
      ***                   ------------------                       ***00015780
      * SE LEE EL SIGUIENTE FORMULARIO LIQUIDADO.                      *00015790
      ******************************************************************00015800
       9130-LEER-MPCIESE4.                                              00015810
                                                                        00015820
           READ MPCIESE4                     INTO MPYITI02              00015830
           AT END                                                       00015840
                SET SI-FIN-MPCIESE4          TO TRUE                    00015850
           END-READ                                                     00015860
                                                                        00015870
           IF  FS-MPCIESE4 NOT = CA-FS-OK AND CA-FS-EOF                 00015880
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00015890
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00015900
               MOVE CA-PRF-9130              TO WK-PARRAFO              00015910
               MOVE CA-MPCIESE4              TO WK-DDNAME               00015920
               MOVE FS-MPCIESE4              TO WK-FILE-STATUS          00015930
                                                                        00015940
               PERFORM 9000-CANCELACION                                 00015950
                  THRU 9000-CANCELACION-EXIT                            00015960
                                                                        00015970
           END-IF                                                       00015980
                                                                        00015990
           IF  NO-FIN-MPCIESE4                                          00016000
               ADD CN-1                      TO CT-LIQUIDADOS           00016010
           END-IF                                                       00016020
                                                                        00016030
           .                                                            00016040
       9130-LEER-MPCIESE4-EXIT.                                         00016050
           EXIT.                                                        00016060
                                                                        00016070
      ******************************************************************00016080
      ***                   9160-LEER-MPCIESE5                       ***00016090
      ***                   ------------------                       ***00016100
      * SE LEE EL SIGUIENTE REGISTRO DEL RESUMEN DEL MES ANTERIOR.     *00016110
      ******************************************************************00016120
       9160-LEER-MPCIESE5.                                              00016130
                                                                        00016140
           READ MPCIESE5                     INTO WK-REG-RESUMEN        00016150
           AT END                                                       00016160
                SET SI-FIN-MPCIESE5          TO TRUE                    00016170
           END-READ                                                     00016180
                                                                        00016190
           IF  FS-MPCIESE5 NOT = CA-FS-OK AND CA-FS-EOF                 00016200
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016210
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00016220
               MOVE CA-PRF-9160              TO WK-PARRAFO              00016230
               MOVE CA-MPCIESE5              TO WK-DDNAME               00016240
               MOVE FS-MPCIESE5              TO WK-FILE-STATUS          00016250
                                                                        00016260
               PERFORM 9000-CANCELACION                                 00016270
                  THRU 9000-CANCELACION-EXIT                            00016280
                                                                        00016290
           END-IF                                                       00016300
                                                                        00016310
           IF  NO-FIN-MPCIESE5                                          00016320
               ADD CN-1                      TO CT-REG-ANTERIOR         00016330
           END-IF                                                       00016340
                                                                        00016350
           .                                                            00016360
       9160-LEER-MPCIESE5-EXIT.                                         00016370
           EXIT.                                                        00016380
                                                                        00016390
      ******************************************************************00016400
      ***                   9200-ESCRIBIR-RESUMEN                    ***00016410
      ***                   ---------------------                    ***00016420
      * SE ESCRIBE UN REGISTRO DEL RESUMEN DEL MES.                    *00016430
      ******************************************************************00016440
       9200-ESCRIBIR-RESUMEN.                                           00016450
                                                                        00016460
           WRITE REG-MPCIESS2                FROM WK-REG-RESUMEN        00016470
                                                                        00016480
           IF  FS-MPCIESS2 NOT = CA-FS-OK                               00016490
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016500
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00016510
               MOVE CA-PRF-9200              TO WK-PARRAFO              00016520
               MOVE CA-MPCIESS2              TO WK-DDNAME               00016530
               MOVE FS-MPCIESS2              TO WK-FILE-STATUS          00016540
               MOVE WK-REG-RESUMEN           TO WK-DATOS-REGISTRO       00016550
                                                                        00016560
               PERFORM 9000-CANCELACION                                 00016570
                  THRU 9000-CANCELACION-EXIT                            00016580
                                                                        00016590
           END-IF                                                       00016600
                                                                        00016610
           ADD CN-1                          TO CT-REG-RESUMEN          00016620
                                                                        00016630
           .                                                            00016640
       9200-ESCRIBIR-RESUMEN-EXIT.                                      00016650
           EXIT.                                                        00016660
                                                                        00016670
      ******************************************************************00016680
      ***                   9300-ESCRIBIR-LISTADO                    ***00016690
      ***                   ---------------------                    ***00016700
      * SE ESCRIBE UNA LINEA DEL LISTADO DE LA ESTADISTICA.            *00016710
      ******************************************************************00016720
       9300-ESCRIBIR-LISTADO.                                           00016730
                                                                        00016740
           WRITE REG-MPCIESS1                                           00016750
                                                                        00016760
           IF  FS-MPCIESS1 NOT = CA-FS-OK                               00016770
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00016780
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00016790
               MOVE CA-PRF-9300              TO WK-PARRAFO              00016800
               MOVE CA-MPCIESS1              TO WK-DDNAME               00016810
               MOVE FS-MPCIESS1              TO WK-FILE-STATUS          00016820
               MOVE REG-MPCIESS1             TO WK-DATOS-REGISTRO       00016830
                                                                        00016840
               PERFORM 9000-CANCELACION                                 00016850
                  THRU 9000-CANCELACION-EXIT                            00016860
                                                                        00016870
           END-IF                                                       00016880
                                                                        00016890
           .                                                            00016900
       9300-ESCRIBIR-LISTADO-EXIT.                                      00016910
           EXIT.                                                        00016920
                                                                        00016930
      ******************************************************************00016940
      ***                   9000-CANCELACION                         ***00016950
      ***                   ----------------                         ***00016960
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00016970
      ******************************************************************00016980
       9000-CANCELACION.                                                00016990
                                                                        00017000
           MOVE CA-RESP                       TO WK-RESPONSABLE         00017010
                                                                        00017020
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00017030
               TIPO_ERROR('WK-TIPO-ERROR')                              00017040
               RESPONSABLE('WK-RESPONSABLE')                            00017050
               DESCRIPCION('WK-DESCRIPCION')                            00017060
               PROGRAMA('WK-PROGRAMA')                                  00017070
               PARRAFO('WK-PARRAFO')                                    00017080
               DDNAME('WK-DDNAME')                                      00017090
               FILE_STATUS('WK-FILE-STATUS')                            00017100
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00017110
           END-FUN                                                      00017120
                                                                        00017130
           .                                                            00017140
       9000-CANCELACION-EXIT.                                           00017150
           EXIT.                                                        00017160
