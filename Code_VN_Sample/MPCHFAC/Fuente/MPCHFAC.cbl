      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHFAC.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONCILIACION DE LAS FACTURAS DE LOS CENTROS      *00000110
      *               EMBOSADORES CONTRA LA PRODUCCION REAL DEL MES.   *00000120
      *               - CUENTA LA PRODUCCION DEL PERIODO A PARTIR DE   *00000130
      *                 LAS TARJETAS CASADAS CON SU ACUSE (MPCHAKS2 DE *00000140
      *                 MPCHACK), ASIGNANDO CADA TARJETA A SU CENTRO   *00000150
      *                 EMBOSADOR SEGUN LAS REGLAS DE EMBOZ_RUTEO Y A  *00000160
      *                 SU SERVICIO: REEXPEDICION SI FIGURA EN LAS     *00000170
      *                 REEXPEDICIONES DE MPCHRET, URGENTE SI FIGURA   *00000180
      *                 EN EL FLUJO URGENTE DE MPCHSEL Y ESTANDAR EN   *00000190
      *                 OTRO CASO.                                     *00000200
      *               - VALORA CADA LINEA DE FACTURA CARGADA EN        *00000210
      *                 EMBOZ_FACTURA (MPCHFCG) CON EL PRECIO DE       *00000220
      *                 CONTRATO DE EMBOZ_TARIFA VIGENTE AL CIERRE DEL *00000230
      *                 PERIODO Y LISTA POR LINEA LAS DIFERENCIAS DE   *00000240
      *                 CANTIDAD E IMPORTE.                            *00000250
      *               - MARCA PARA RETENER LAS FACTURAS CUYO IMPORTE   *00000260
      *                 SUPERA EL CALCULADO EN MAS DE LA TOLERANCIA.   *00000270
      *               - LISTA LA PRODUCCION CONTADA QUE NINGUNA        *00000280
      *                 FACTURA DEL PERIODO HA RECOGIDO.               *00000290
      *                                                                *00000300
      *               EL CENTRO SE RESUELVE CON LAS REGLAS ACTIVAS EN  *00000310
      *               EL MOMENTO DE LA EJECUCION.                      *00000320
      *-                                                              -*00000330
      *  PARAMETROS SYSIN:                                             *00000340
      *        PERIODO (AAAA-MM), OBLIGATORIO.                         *00000350
      *        CENTRO EMBOSADOR (8), OPCIONAL: EN BLANCO = TODOS.      *00000360
      *        TOLERANCIA EN PORCENTAJE (999V99, POR DEFECTO 00100 =   *00000370
      *        1,00 %).                                                *00000380
      *-                                                              -*00000390
      *  FICHEROS DE ENTRADA:                                          *00000400
      *        MPCHFAE1 : PRODUCCION CONCILIADA (FORMATO MPCHAKS2).    *00000410
      *        MPCHFAE2 : FLUJO URGENTE (FORMATO MPCHSEU2),            *00000420
      *                   CLASIFICADO POR XPAN.                        *00000430
      *        MPCHFAE3 : REEXPEDICIONES (FORMATO MPCHRTS1),           *00000440
      *                   CLASIFICADO POR XPAN.                        *00000450
      *-                                                              -*00000460
      *  FICHEROS DE SALIDA:                                           *00000470
      *        MPCHFAS1 : INFORME DE CONCILIACION DE FACTURAS.         *00000480
      *-                                                              -*00000490
      *  TABLAS DB2:                                                   *00000500
      *        EMBOZ_RUTEO   : REGLAS DE ENCAMINAMIENTO AL EMBOSADOR.  *00000510
      *        EMBOZ_TARIFA  : PRECIOS DE CONTRATO DE LOS EMBOSADORES. *00000520
      *        EMBOZ_FACTURA : LINEAS DE FACTURA DE LOS EMBOSADORES.   *00000530
      *-                                                              -*00000540
      *  CODIGOS DE RETORNO:                                           *00000550
      *        0 : NINGUNA FACTURA A RETENER.                          *00000560
      *        4 : ALGUNA FACTURA SUPERA LA TOLERANCIA.                *00000570
      *-                                                              -*00000580
      *  RUTINAS Y MODULOS:                                            *00000590
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000600
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000610
      *-                                                              -*00000620
      ******************************************************************00000630
      *                  M O D I F I C A C I O N E S                   *00000640
      *                  ---------------------------                   *00000650
      *                                                                *00000660
      * USUARIO  FECHA        DESCRIPCION                              *00000670
      * -------- ----------   ---------------------------------------- *00000680
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CONCILIACION DE  *00000690
      *                        FACTURAS DE LOS EMBOSADORES.            *00000700
      *                                                                *00000710
      ******************************************************************00000720
                                                                        00000730
      ******************************************************************00000740
      * IDENTIFICATION DIVISION                                        *00000750
      ******************************************************************00000760
       IDENTIFICATION DIVISION.                                         00000770
       PROGRAM-ID.    MPCHFAC.                                          00000780
       AUTHOR.        VIEWNEXT.                                         00000790
       DATE-WRITTEN.  15-10-2026.                                       00000800
       DATE-COMPILED.                                                   00000810
                                                                        00000820
      ******************************************************************00000830
      * ENVIRONMENT DIVISION                                           *00000840
      ******************************************************************00000850
       ENVIRONMENT DIVISION.                                            00000860
                                                                        00000870
      *----------------------------------------------------------------*00000880
      * CONFIGURATION SECTION                                          *00000890
      *----------------------------------------------------------------*00000900
       CONFIGURATION SECTION.                                           00000910
                                                                        00000920
       SOURCE-COMPUTER. IBM-3090.                                       00000930
       OBJECT-COMPUTER. IBM-3090.                                       00000940
       SPECIAL-NAMES.                                                   00000950
           DECIMAL-POINT IS COMMA.                                      00000960
                                                                        00000970
      *----------------------------------------------------------------*00000980
      * INPUT OUTPUT SECTION                                           *00000990
      *----------------------------------------------------------------*00001000
       INPUT-OUTPUT SECTION.                                            00001010
       FILE-CONTROL.                                                    00001020
                                                                        00001030
      * -- PRODUCCION CONCILIADA.                                       00001040
           SELECT MPCHFAE1 ASSIGN MPCHFAE1                              00001050
                  ACCESS MODE IS SEQUENTIAL                             00001060
                  FILE STATUS IS FS-MPCHFAE1.                           00001070
                                                                        00001080
      * -- FLUJO URGENTE.                                               00001090
           SELECT MPCHFAE2 ASSIGN MPCHFAE2                              00001100
                  ACCESS MODE IS SEQUENTIAL                             00001110
                  FILE STATUS IS FS-MPCHFAE2.                           00001120
                                                                        00001130
      * -- REEXPEDICIONES.                                              00001140
           SELECT MPCHFAE3 ASSIGN MPCHFAE3                              00001150
                  ACCESS MODE IS SEQUENTIAL                             00001160
                  FILE STATUS IS FS-MPCHFAE3.                           00001170
                                                                        00001180
      * -- INFORME DE CONCILIACION DE FACTURAS.                         00001190
           SELECT MPCHFAS1 ASSIGN MPCHFAS1                              00001200
                  ACCESS MODE IS SEQUENTIAL                             00001210
                  FILE STATUS IS FS-MPCHFAS1.                           00001220
                                                                        00001230
      ******************************************************************00001240
      * DATA DIVISION                                                  *00001250
      ******************************************************************00001260
       DATA DIVISION.                                                   00001270
                                                                        00001280
      *----------------------------------------------------------------*00001290
      * FILE SECTION                                                   *00001300
      *----------------------------------------------------------------*00001310
       FILE SECTION.                                                    00001320
                                                                        00001330
       FD  MPCHFAE1                                                     00001340
           BLOCK CONTAINS 0 RECORDS                                     00001350
           RECORDING MODE IS F                                          00001360
           LABEL RECORD ARE STANDARD                                    00001370
           RECORD CONTAINS 80 CHARACTERS                                00001380
           DATA RECORD IS REG-MPCHFAE1.                                 00001390
       01  REG-MPCHFAE1.                                                00001400
           05  PC-XPAN                     PIC X(22).                   00001410
           05  PC-CDGENTI                  PIC X(04).                   00001420
           05  PC-INDTIPT                  PIC 9(02).                   00001430
           05  PC-FECPRODU                 PIC X(10).                   00001440
           05  PC-CANTIDAD                 PIC 9(04).                   00001450
           05  PC-FECREMESA                PIC X(10).                   00001460
           05  FILLER                      PIC X(28).                   00001470
                                                                        00001480
       FD  MPCHFAE2                                                     00001490
           BLOCK CONTAINS 0 RECORDS                                     00001500
           RECORDING MODE IS F                                          00001510
           LABEL RECORD ARE STANDARD                                    00001520
           RECORD CONTAINS 651 CHARACTERS                               00001530
           DATA RECORD IS REG-MPCHFAE2.                                 00001540
       01  REG-MPCHFAE2.                                                00001550
           05  FILLER                      PIC X(40).                   00001560
           05  SU-XPAN                     PIC X(22).                   00001570
           05  FILLER                      PIC X(589).                  00001580
                                                                        00001590
       FD  MPCHFAE3                                                     00001600
           BLOCK CONTAINS 0 RECORDS                                     00001610
           RECORDING MODE IS F                                          00001620
           LABEL RECORD ARE STANDARD                                    00001630
           RECORD CONTAINS 80 CHARACTERS                                00001640
           DATA RECORD IS REG-MPCHFAE3.                                 00001650
       01  REG-MPCHFAE3.                                                00001660
           05  RU-XPAN                     PIC X(22).                   00001670
           05  FILLER                      PIC X(58).                   00001680
                                                                        00001690
       FD  MPCHFAS1                                                     00001700
           BLOCK CONTAINS 0 RECORDS                                     00001710
           RECORDING MODE IS F                                          00001720
           LABEL RECORD ARE STANDARD                                    00001730
           RECORD CONTAINS 132 CHARACTERS                               00001740
           DATA RECORD IS REG-MPCHFAS1.                                 00001750
       01  REG-MPCHFAS1                    PIC X(132).                  00001760
                                                                        00001770
      *----------------------------------------------------------------*00001780
      * WORKING-STORAGE SECTION                                        *00001790
      *----------------------------------------------------------------*00001800
       WORKING-STORAGE SECTION.                                         00001810
                                                                        00001820
      ******************************************************************00001830
      *                        S W I T C H E S                         *00001840
      ******************************************************************00001850
       01  SW-SWITCHES.                                                 00001860
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001870
               88  DB2-OK                              VALUE 0.         00001880
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001890
           05  SW-FIN-MPCHFAE1             PIC X(01)   VALUE 'N'.       00001900
               88  SI-FIN-MPCHFAE1                     VALUE 'S'.       00001910
               88  NO-FIN-MPCHFAE1                     VALUE 'N'.       00001920
           05  SW-FIN-MPCHFAE2             PIC X(01)   VALUE 'N'.       00001930
               88  SI-FIN-MPCHFAE2                     VALUE 'S'.       00001940
               88  NO-FIN-MPCHFAE2                     VALUE 'N'.       00001950
           05  SW-FIN-MPCHFAE3             PIC X(01)   VALUE 'N'.       00001960
               88  SI-FIN-MPCHFAE3                     VALUE 'S'.       00001970
               88  NO-FIN-MPCHFAE3                     VALUE 'N'.       00001980
           05  SW-FIN-RUTEO                PIC X(01)   VALUE 'N'.       00001990
               88  SI-FIN-RUTEO                        VALUE 'S'.       00002000
               88  NO-FIN-RUTEO                        VALUE 'N'.       00002010
           05  SW-FIN-FACTURA              PIC X(01)   VALUE 'N'.       00002020
               88  SI-FIN-FACTURA                      VALUE 'S'.       00002030
               88  NO-FIN-FACTURA                      VALUE 'N'.       00002040
           05  SW-REGLA-ENCONTRADA         PIC X(01)   VALUE 'N'.       00002050
               88  SI-REGLA-ENCONTRADA                 VALUE 'S'.       00002060
               88  NO-REGLA-ENCONTRADA                 VALUE 'N'.       00002070
           05  SW-SERVICIO-ENCONTRADO      PIC X(01)   VALUE 'N'.       00002080
               88  SI-SERVICIO-ENCONTRADO              VALUE 'S'.       00002090
               88  NO-SERVICIO-ENCONTRADO              VALUE 'N'.       00002100
           05  SW-GRUPO-ENCONTRADO         PIC X(01)   VALUE 'N'.       00002110
               88  SI-GRUPO-ENCONTRADO                 VALUE 'S'.       00002120
               88  NO-GRUPO-ENCONTRADO                 VALUE 'N'.       00002130
           05  SW-TARIFA-ENCONTRADA        PIC X(01)   VALUE 'N'.       00002140
               88  SI-TARIFA-ENCONTRADA                VALUE 'S'.       00002150
               88  NO-TARIFA-ENCONTRADA                VALUE 'N'.       00002160
                                                                        00002170
      ******************************************************************00002180
      *                      C O N S T A N T E S                       *00002190
      ******************************************************************00002200
       01  CT-CONSTANTES.                                               00002210
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002220
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002230
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002240
               10  CA-MPCHFAC              PIC X(08)   VALUE 'MPCHFAC'. 00002250
               10  CA-RESP                 PIC X(14)   VALUE            00002260
                                   'MEDIOS DE PAGO'.                    00002270
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002280
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002290
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00002300
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00002310
               10  CA-GUION                PIC X(01)   VALUE '-'.       00002320
               10  CA-SRV-ESTANDAR         PIC X(01)   VALUE 'N'.       00002330
               10  CA-SRV-URGENTE          PIC X(01)   VALUE 'U'.       00002340
               10  CA-SRV-REEXPEDICION     PIC X(01)   VALUE 'R'.       00002350
               10  CA-MPCHFAE1             PIC X(08)   VALUE 'MPCHFAE1'.00002360
               10  CA-MPCHFAE2             PIC X(08)   VALUE 'MPCHFAE2'.00002370
               10  CA-MPCHFAE3             PIC X(08)   VALUE 'MPCHFAE3'.00002380
               10  CA-MPCHFAS1             PIC X(08)   VALUE 'MPCHFAS1'.00002390
               10  CA-EMBOZ-RUTEO          PIC X(11)   VALUE            00002400
                                   'EMBOZ_RUTEO'.                       00002410
               10  CA-EMBOZ-TARIFA         PIC X(12)   VALUE            00002420
                                   'EMBOZ_TARIFA'.                      00002430
               10  CA-EMBOZ-FACTURA        PIC X(13)   VALUE            00002440
                                   'EMBOZ_FACTURA'.                     00002450
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00002460
                                   'SYSIBM.SYSDUMMY1'.                  00002470
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002480
               10  CA-CURSOR               PIC X(06)   VALUE 'CURSOR'.  00002490
               10  CA-OBS-SIN-TARIFA       PIC X(16)   VALUE            00002500
                                   'SIN TARIFA'.                        00002510
               10  CA-OBS-YA-FACTURADA     PIC X(16)   VALUE            00002520
                                   'YA FACTURADA'.                      00002530
               10  CA-OBS-SIN-PRODUCCION   PIC X(16)   VALUE            00002540
                                   'SIN PRODUCCION'.                    00002550
               10  CA-OBS-NO-FACTURADA     PIC X(16)   VALUE            00002560
                                   'NO FACTURADA'.                      00002570
               10  CA-RES-CONFORME         PIC X(16)   VALUE            00002580
                                   'CONFORME'.                          00002590
               10  CA-RES-RETENER          PIC X(16)   VALUE            00002600
                                   'RETENER'.                           00002610
               10  CA-ERR-PERIODO          PIC X(38)   VALUE            00002620
                         'PERIODO DE SYSIN INVALIDO (AAAA-MM)   '.      00002630
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002640
                                   'ERROR AL ABRIR UN FICHERO'.         00002650
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002660
                                   'ERROR AL CERRAR UN FICHERO'.        00002670
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002680
                                   'ERROR AL LEER UN FICHERO'.          00002690
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002700
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002710
               10  CA-ERR-SECUENCIA        PIC X(38)   VALUE            00002720
                         'FICHERO NO CLASIFICADO POR XPAN       '.      00002730
               10  CA-ERR-TABLA-SERVICIOS  PIC X(38)   VALUE            00002740
                         'TABLA DE SERVICIOS LLENA              '.      00002750
               10  CA-ERR-TABLA-REGLAS     PIC X(38)   VALUE            00002760
                         'TABLA DE REGLAS DE RUTEO LLENA        '.      00002770
               10  CA-ERR-TABLA-PRODUCCION PIC X(38)   VALUE            00002780
                         'TABLA DE PRODUCCION LLENA             '.      00002790
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00002800
                         'ERROR AL CALCULAR EL FIN DEL PERIODO  '.      00002810
               10  CA-ERR-RUTEO            PIC X(38)   VALUE            00002820
                         'ERROR AL ACCEDER A EMBOZ_RUTEO        '.      00002830
               10  CA-ERR-TARIFA           PIC X(38)   VALUE            00002840
                         'ERROR AL ACCEDER A EMBOZ_TARIFA       '.      00002850
               10  CA-ERR-FACTURA          PIC X(38)   VALUE            00002860
                         'ERROR AL ACCEDER A EMBOZ_FACTURA      '.      00002870
               10  CA-PRF-1050             PIC X(23)   VALUE            00002880
                                   '1050-VALIDAR-PARAMETROS'.           00002890
               10  CA-PRF-1100             PIC X(19)   VALUE            00002900
                                   '1100-ABRIR-FICHEROS'.               00002910
               10  CA-PRF-1150             PIC X(25)   VALUE            00002920
                                   '1150-CALCULAR-FIN-PERIODO'.         00002930
               10  CA-PRF-1192             PIC X(17)   VALUE            00002940
                                   '1192-CARGAR-RUTEO'.                 00002950
               10  CA-PRF-1220             PIC X(21)   VALUE            00002960
                                   '1220-GUARDAR-SERVICIO'.             00002970
               10  CA-PRF-2150             PIC X(24)   VALUE            00002980
                                   '2150-ACUMULAR-PRODUCCION'.          00002990
               10  CA-PRF-3100             PIC X(23)   VALUE            00003000
                                   '3100-CONCILIAR-FACTURAS'.           00003010
               10  CA-PRF-3110             PIC X(25)   VALUE            00003020
                                   '3110-TRATAR-LINEA-FACTURA'.         00003030
               10  CA-PRF-3400             PIC X(20)   VALUE            00003040
                                   '3400-BUSCAR-TARIFA'.                00003050
               10  CA-PRF-3500             PIC X(20)   VALUE            00003060
                                   '3500-ESCRIBIR-LINEA'.               00003070
               10  CA-PRF-3600             PIC X(20)   VALUE            00003080
                                   '3600-CERRAR-FICHEROS'.              00003090
               10  CA-PRF-9100             PIC X(18)   VALUE            00003100
                                   '9100-LEER-MPCHFAE1'.                00003110
               10  CA-PRF-9200             PIC X(18)   VALUE            00003120
                                   '9200-LEER-MPCHFAE2'.                00003130
               10  CA-PRF-9300             PIC X(18)   VALUE            00003140
                                   '9300-LEER-MPCHFAE3'.                00003150
                                                                        00003160
           05  CN-CONSTANTES-NUMERICAS.                                 00003170
               10  CN-1                    PIC 9(01)   VALUE 1.         00003180
               10  CN-4                    PIC 9(01)   VALUE 4.         00003190
               10  CN-100                  PIC 9(03)   VALUE 100.       00003200
               10  CN-MES-MAXIMO           PIC 9(02)   VALUE 12.        00003210
               10  CN-TOLERANCIA           PIC 9(03)V9(02)              00003220
                                                       VALUE 1,00.      00003230
               10  CN-MAX-REGLAS           PIC 9(02)   VALUE 50.        00003240
               10  CN-MAX-SERVICIOS        PIC 9(05)   VALUE 50000.     00003250
               10  CN-MAX-PRODUCCION       PIC 9(03)   VALUE 500.       00003260
                                                                        00003270
      ******************************************************************00003280
      *                    C O N T A D O R E S                         *00003290
      ******************************************************************00003300
       01  CT-CONTADORES.                                               00003310
           05  CT-LEIDOS-PRODUCCION        PIC 9(9)    VALUE ZEROES.    00003320
           05  CT-PRODUCCION-PERIODO       PIC 9(9)    VALUE ZEROES.    00003330
           05  CT-SIN-EMBOSADOR            PIC 9(9)    VALUE ZEROES.    00003340
           05  CT-LEIDOS-URGENTES          PIC 9(9)    VALUE ZEROES.    00003350
           05  CT-LEIDOS-REEXPEDICIONES    PIC 9(9)    VALUE ZEROES.    00003360
           05  CT-LINEAS-FACTURA           PIC 9(9)    VALUE ZEROES.    00003370
           05  CT-FACTURAS                 PIC 9(9)    VALUE ZEROES.    00003380
           05  CT-LINEAS-SIN-TARIFA        PIC 9(9)    VALUE ZEROES.    00003390
           05  CT-RETENIDAS                PIC 9(9)    VALUE ZEROES.    00003400
           05  CT-NO-FACTURADAS            PIC 9(9)    VALUE ZEROES.    00003410
                                                                        00003420
      ******************************************************************00003430
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003440
      ******************************************************************00003450
       01  WK-ESTADISTICA.                                              00003460
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003470
           05  WK-CAB-2                    PIC X(55)   VALUE            00003480
                   '* ESTADISTICAS DE MPCHFAC                   *'.     00003490
           05  WK-CAB-3.                                                00003500
               10  FILLER                  PIC X(45)   VALUE            00003510
                   '* PRODUCCION CONCILIADA LEIDA:             '.       00003520
               10  WK-LEIDOS-PROD-ED       PIC ZZZZZZZZ9.               00003530
               10  FILLER                  PIC X(01)   VALUE '*'.       00003540
           05  WK-CAB-4.                                                00003550
               10  FILLER                  PIC X(45)   VALUE            00003560
                   '* PRODUCCION DEL PERIODO:                  '.       00003570
               10  WK-PROD-PERIODO-ED      PIC ZZZZZZZZ9.               00003580
               10  FILLER                  PIC X(01)   VALUE '*'.       00003590
           05  WK-CAB-5.                                                00003600
               10  FILLER                  PIC X(45)   VALUE            00003610
                   '* TARJETAS SIN CENTRO EMBOSADOR:           '.       00003620
               10  WK-SIN-EMBOS-ED         PIC ZZZZZZZZ9.               00003630
               10  FILLER                  PIC X(01)   VALUE '*'.       00003640
           05  WK-CAB-6.                                                00003650
               10  FILLER                  PIC X(45)   VALUE            00003660
                   '* REGISTROS DEL FLUJO URGENTE LEIDOS:      '.       00003670
               10  WK-URGENTES-ED          PIC ZZZZZZZZ9.               00003680
               10  FILLER                  PIC X(01)   VALUE '*'.       00003690
           05  WK-CAB-7.                                                00003700
               10  FILLER                  PIC X(45)   VALUE            00003710
                   '* REEXPEDICIONES LEIDAS:                   '.       00003720
               10  WK-REEXPED-ED           PIC ZZZZZZZZ9.               00003730
               10  FILLER                  PIC X(01)   VALUE '*'.       00003740
           05  WK-CAB-8.                                                00003750
               10  FILLER                  PIC X(45)   VALUE            00003760
                   '* LINEAS DE FACTURA CONCILIADAS:           '.       00003770
               10  WK-LINEAS-FACT-ED       PIC ZZZZZZZZ9.               00003780
               10  FILLER                  PIC X(01)   VALUE '*'.       00003790
           05  WK-CAB-9.                                                00003800
               10  FILLER                  PIC X(45)   VALUE            00003810
                   '* FACTURAS CONCILIADAS:                    '.       00003820
               10  WK-FACTURAS-ED          PIC ZZZZZZZZ9.               00003830
               10  FILLER                  PIC X(01)   VALUE '*'.       00003840
           05  WK-CAB-10.                                               00003850
               10  FILLER                  PIC X(45)   VALUE            00003860
                   '* LINEAS SIN TARIFA DE CONTRATO:           '.       00003870
               10  WK-SIN-TARIFA-ED        PIC ZZZZZZZZ9.               00003880
               10  FILLER                  PIC X(01)   VALUE '*'.       00003890
           05  WK-CAB-11.                                               00003900
               10  FILLER                  PIC X(45)   VALUE            00003910
                   '* FACTURAS A RETENER:                      '.       00003920
               10  WK-RETENIDAS-ED         PIC ZZZZZZZZ9.               00003930
               10  FILLER                  PIC X(01)   VALUE '*'.       00003940
           05  WK-CAB-12.                                               00003950
               10  FILLER                  PIC X(45)   VALUE            00003960
                   '* PRODUCCION NO FACTURADA (GRUPOS):        '.       00003970
               10  WK-NO-FACTURADAS-ED     PIC ZZZZZZZZ9.               00003980
               10  FILLER                  PIC X(01)   VALUE '*'.       00003990
                                                                        00004000
      ******************************************************************00004010
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00004020
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00004030
      ******************************************************************00004040
       01  WK-CANCELACION-BATCH.                                        00004050
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00004060
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00004070
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00004080
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHFAC'. 00004090
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00004100
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00004110
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00004120
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00004130
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00004140
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00004150
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00004160
                                                                        00004170
      ******************************************************************00004180
      *                      F I L E  S T A T U S                      *00004190
      ******************************************************************00004200
       01  FS-FILE-STATUS.                                              00004210
           05  FS-MPCHFAE1                 PIC X(02).                   00004220
           05  FS-MPCHFAE2                 PIC X(02).                   00004230
           05  FS-MPCHFAE3                 PIC X(02).                   00004240
           05  FS-MPCHFAS1                 PIC X(02).                   00004250
                                                                        00004260
      ******************************************************************00004270
      * PARAMETROS DE ENTRADA POR SYSIN: PERIODO, CENTRO EMBOSADOR Y   *00004280
      * TOLERANCIA (EN BLANCO O NO NUMERICA = LA DE DEFECTO).          *00004290
      ******************************************************************00004300
       01  WK-PARAMETROS-SYSIN.                                         00004310
           05  WK-PERIODO.                                              00004320
               10  WK-PERIODO-ANO          PIC X(04)   VALUE SPACES.    00004330
               10  WK-PERIODO-SEP          PIC X(01)   VALUE SPACES.    00004340
               10  WK-PERIODO-MES          PIC X(02)   VALUE SPACES.    00004350
           05  WK-CENTRO-SYSIN             PIC X(08)   VALUE SPACES.    00004360
           05  WK-TOLERANCIA-AN            PIC X(05)   VALUE SPACES.    00004370
           05  WK-TOLERANCIA-NUM REDEFINES WK-TOLERANCIA-AN             00004380
                                           PIC 9(03)V9(02).             00004390
                                                                        00004400
      ******************************************************************00004410
      * TOLERANCIA EN VIGOR Y FECHAS QUE DELIMITAN EL PERIODO.         *00004420
      ******************************************************************00004430
       01  WK-PERIODO-PROCESO.                                          00004440
           05  WK-TOLERANCIA               PIC 9(03)V9(02)              00004450
                                                       VALUE ZEROES.    00004460
           05  WK-INICIO-PERIODO.                                       00004470
               10  WK-IP-PERIODO           PIC X(07)   VALUE SPACES.    00004480
               10  FILLER                  PIC X(03)   VALUE '-01'.     00004490
           05  WK-FIN-PERIODO              PIC X(10)   VALUE SPACES.    00004500
                                                                        00004510
      ******************************************************************00004520
      * REGLAS ACTIVAS DE ENCAMINAMIENTO AL CENTRO EMBOSADOR.          *00004530
      ******************************************************************00004540
       01  WK-TABLA-RUTEO.                                              00004550
           05  WK-NUM-REGLAS               PIC 9(02)   VALUE ZEROES.    00004560
           05  WK-REGLA-TAB OCCURS 50 TIMES.                            00004570
               10  WK-RG-ENTIDESDE         PIC X(04).                   00004580
               10  WK-RG-ENTIHASTA         PIC X(04).                   00004590
               10  WK-RG-INDTIPT           PIC S9(02)  COMP-3.          00004600
               10  WK-RG-CENTROEMB         PIC X(08).                   00004610
                                                                        00004620
       01  WK-RESOLUCION-RUTEO.                                         00004630
           05  WK-IDX-REGLA                PIC 9(02)   VALUE ZEROES.    00004640
           05  WK-CENTRO-DESTINO           PIC X(08)   VALUE SPACES.    00004650
                                                                        00004660
      ******************************************************************00004670
      * SERVICIO DE CADA TARJETA URGENTE O REEXPEDIDA, ORDENADO POR    *00004680
      * XPAN PARA LA BUSQUEDA BINARIA. SI UNA TARJETA FIGURA EN LOS    *00004690
      * DOS FICHEROS PREVALECE LA REEXPEDICION.                        *00004700
      ******************************************************************00004710
       01  WK-TABLA-SERVICIOS.                                          00004720
           05  WK-NUM-SERVICIOS            PIC 9(05)   VALUE ZEROES.    00004730
           05  WK-SERVICIO-TAB             OCCURS 50000 TIMES.          00004740
               10  WK-SV-XPAN              PIC X(22).                   00004750
               10  WK-SV-SERVICIO          PIC X(01).                   00004760
                                                                        00004770
       01  WK-MEZCLA-SERVICIOS.                                         00004780
           05  WK-XPAN-URG                 PIC X(22)   VALUE LOW-VALUES.00004790
           05  WK-XPAN-REX                 PIC X(22)   VALUE LOW-VALUES.00004800
           05  WK-XPAN-SRV                 PIC X(22)   VALUE SPACES.    00004810
           05  WK-SERVICIO-SRV             PIC X(01)   VALUE SPACES.    00004820
                                                                        00004830
       01  WK-BUSQUEDA-SERVICIO.                                        00004840
           05  WK-XPAN-BUSCAR              PIC X(22)   VALUE SPACES.    00004850
           05  WK-IDX-SERVICIO             PIC 9(05)   VALUE ZEROES.    00004860
           05  WK-BAJO-SERVICIO            PIC 9(05)   VALUE ZEROES.    00004870
           05  WK-ALTO-SERVICIO            PIC 9(05)   VALUE ZEROES.    00004880
           05  WK-SERVICIO-TARJETA         PIC X(01)   VALUE SPACES.    00004890
                                                                        00004900
      ******************************************************************00004910
      * PRODUCCION CONTADA POR CENTRO, TIPO DE TARJETA Y SERVICIO.     *00004920
      ******************************************************************00004930
       01  WK-TABLA-PRODUCCION.                                         00004940
           05  WK-NUM-PRODUCCION           PIC 9(03)   VALUE ZEROES.    00004950
           05  WK-PRODUCCION-TAB OCCURS 500 TIMES.                      00004960
               10  WK-PR-CENTROEMB         PIC X(08).                   00004970
               10  WK-PR-INDTIPT           PIC 9(02).                   00004980
               10  WK-PR-SERVICIO          PIC X(01).                   00004990
               10  WK-PR-CANTIDAD          PIC 9(07).                   00005000
               10  WK-PR-FACTURADA         PIC X(01).                   00005010
                                                                        00005020
       01  WK-BUSQUEDA-PRODUCCION.                                      00005030
           05  WK-IDX-PRODUCCION           PIC 9(03)   VALUE ZEROES.    00005040
           05  WK-CENTRO-BUSCAR            PIC X(08)   VALUE SPACES.    00005050
           05  WK-INDTIPT-BUSCAR           PIC 9(02)   VALUE ZEROES.    00005060
           05  WK-SERVICIO-BUSCAR          PIC X(01)   VALUE SPACES.    00005070
                                                                        00005080
      ******************************************************************00005090
      * FACTURA EN CURSO Y VALORACION DE LA LINEA.                     *00005100
      ******************************************************************00005110
       01  WK-FACTURA.                                                  00005120
           05  WK-FACTURA-ACT.                                          00005130
               10  WK-CENTRO-ACT           PIC X(08)   VALUE SPACES.    00005140
               10  WK-NUMFACT-ACT          PIC X(15)   VALUE SPACES.    00005150
           05  WK-FACTURA-ANT.                                          00005160
               10  WK-CENTRO-ANT           PIC X(08)   VALUE SPACES.    00005170
               10  WK-NUMFACT-ANT          PIC X(15)   VALUE SPACES.    00005180
           05  WK-TOT-FACTURADO            PIC S9(11)V9(02)             00005190
                                                       VALUE ZEROES.    00005200
           05  WK-TOT-CALCULADO            PIC S9(11)V9(02)             00005210
                                                       VALUE ZEROES.    00005220
           05  WK-IMP-LIMITE               PIC S9(11)V9(02)             00005230
                                                       VALUE ZEROES.    00005240
                                                                        00005250
       01  WK-VALORACION.                                               00005260
           05  WK-CANT-FACTURADA           PIC S9(07)  VALUE ZEROES.    00005270
           05  WK-CANT-CONTADA             PIC S9(07)  VALUE ZEROES.    00005280
           05  WK-PRECIO                   PIC S9(05)V9(04)             00005290
                                                       VALUE ZEROES.    00005300
           05  WK-IMP-FACTURADO            PIC S9(11)V9(02)             00005310
                                                       VALUE ZEROES.    00005320
           05  WK-IMP-CALCULADO            PIC S9(11)V9(02)             00005330
                                                       VALUE ZEROES.    00005340
           05  WK-OBSERVACION              PIC X(16)   VALUE SPACES.    00005350
                                                                        00005360
      ******************************************************************00005370
      *                 L I N E A S  D E  I N F O R M E                *00005380
      ******************************************************************00005390
       01  WK-LINEA-CABECERA.                                           00005400
           05  FILLER                      PIC X(20)   VALUE SPACES.    00005410
           05  FILLER                      PIC X(46)   VALUE            00005420
                   'CONCILIACION DE FACTURAS DE EMBOSADORES.'.          00005430
           05  FILLER                      PIC X(09)   VALUE            00005440
                   'PERIODO: '.                                         00005450
           05  WK-CAB-PERIODO              PIC X(07).                   00005460
           05  FILLER                      PIC X(15)   VALUE            00005470
                   '  TOLERANCIA: '.                                    00005480
           05  WK-CAB-TOLERANCIA           PIC ZZ9,99.                  00005490
           05  FILLER                      PIC X(29)   VALUE ' %'.      00005500
                                                                        00005510
       01  WK-LINEA-TITULOS.                                            00005520
           05  FILLER                      PIC X(09)   VALUE 'CENTRO'.  00005530
           05  FILLER                      PIC X(16)   VALUE 'FACTURA'. 00005540
           05  FILLER                      PIC X(04)   VALUE 'LIN'.     00005550
           05  FILLER                      PIC X(03)   VALUE 'TT'.      00005560
           05  FILLER                      PIC X(02)   VALUE 'S'.       00005570
           05  FILLER                      PIC X(08)   VALUE            00005580
                                   'CANT.FAC'.                          00005590
           05  FILLER                      PIC X(08)   VALUE            00005600
                                   'CANT.PRO'.                          00005610
           05  FILLER                      PIC X(09)   VALUE            00005620
                                   'DIF.CANT'.                          00005630
           05  FILLER                      PIC X(11)   VALUE            00005640
                                   '    PRECIO'.                        00005650
           05  FILLER                      PIC X(15)   VALUE            00005660
                                   '  IMP.FACTURADO'.                   00005670
           05  FILLER                      PIC X(15)   VALUE            00005680
                                   '  IMP.CALCULADO'.                   00005690
           05  FILLER                      PIC X(16)   VALUE            00005700
                                   '     DIFERENCIA'.                   00005710
           05  FILLER                      PIC X(16)   VALUE            00005720
                                   'OBSERVACION'.                       00005730
                                                                        00005740
       01  WK-LINEA-DETALLE.                                            00005750
           05  WD-CENTROEMB                PIC X(08).                   00005760
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005770
           05  WD-NUMFACT                  PIC X(15).                   00005780
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005790
           05  WD-NUMLINEA                 PIC ZZ9.                     00005800
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005810
           05  WD-INDTIPT                  PIC 9(02).                   00005820
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005830
           05  WD-SERVICIO                 PIC X(01).                   00005840
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005850
           05  WD-CANT-FACTURADA           PIC ZZZZZZ9.                 00005860
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005870
           05  WD-CANT-CONTADA             PIC ZZZZZZ9.                 00005880
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005890
           05  WD-DIF-CANTIDAD             PIC -ZZZZZZ9.                00005900
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005910
           05  WD-PRECIO                   PIC ZZZZ9,9999.              00005920
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005930
           05  WD-IMP-FACTURADO            PIC ZZZ.ZZZ.ZZ9,99.          00005940
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005950
           05  WD-IMP-CALCULADO            PIC ZZZ.ZZZ.ZZ9,99.          00005960
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005970
           05  WD-DIF-IMPORTE              PIC -ZZZ.ZZZ.ZZ9,99.         00005980
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005990
           05  WD-OBSERVACION              PIC X(16).                   00006000
                                                                        00006010
       01  WK-LINEA-TOTAL.                                              00006020
           05  WT-CENTROEMB                PIC X(08).                   00006030
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006040
           05  WT-NUMFACT                  PIC X(15).                   00006050
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006060
           05  FILLER                      PIC X(45)   VALUE            00006070
                                   'TOTAL FACTURA'.                     00006080
           05  WT-IMP-FACTURADO            PIC ZZZ.ZZZ.ZZ9,99.          00006090
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006100
           05  WT-IMP-CALCULADO            PIC ZZZ.ZZZ.ZZ9,99.          00006110
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006120
           05  WT-DIF-IMPORTE              PIC -ZZZ.ZZZ.ZZ9,99.         00006130
           05  FILLER                      PIC X(01)   VALUE SPACES.    00006140
           05  WT-RESULTADO                PIC X(16).                   00006150
                                                                        00006160
       01  WK-LINEA-SECCION.                                            00006170
           05  FILLER                      PIC X(50)   VALUE            00006180
                   'PRODUCCION DEL PERIODO NO RECOGIDA EN FACTURA'.     00006190
           05  FILLER                      PIC X(82)   VALUE SPACES.    00006200
                                                                        00006210
      * -- COPY DE COMUNICACION CON DB2.                                00006220
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00006230
                                                                        00006240
      *--  DCLGEN DE LA TABLA EMBOZ_RUTEO (REGLAS DE ENCAMINAMIENTO AL  00006250
      *--  CENTRO EMBOSADOR).                                           00006260
           EXEC SQL INCLUDE D4464900 END-EXEC.                          00006270
                                                                        00006280
      *--  DCLGEN DE LA TABLA EMBOZ_TARIFA (PRECIOS DE CONTRATO DE LOS  00006290
      *--  CENTROS EMBOSADORES).                                        00006300
           EXEC SQL INCLUDE D4466500 END-EXEC.                          00006310
                                                                        00006320
      *--  DCLGEN DE LA TABLA EMBOZ_FACTURA (LINEAS DE FACTURA DE LOS   00006330
      *--  CENTROS EMBOSADORES).                                        00006340
           EXEC SQL INCLUDE D4466600 END-EXEC.                          00006350
                                                                        00006360
      ******************************************************************00006370
      *                       PROCEDURE DIVISION                       *00006380
      ******************************************************************00006390
       PROCEDURE DIVISION.                                              00006400
                                                                        00006410
           PERFORM 1000-INICIO                                          00006420
              THRU 1000-INICIO-EXIT                                     00006430
                                                                        00006440
           PERFORM 2000-PROCESO                                         00006450
              THRU 2000-PROCESO-EXIT                                    00006460
             UNTIL SI-FIN-MPCHFAE1                                      00006470
                                                                        00006480
           PERFORM 3000-FIN                                             00006490
              THRU 3000-FIN-EXIT                                        00006500
                                                                        00006510
           .                                                            00006520
                                                                        00006530
      ******************************************************************00006540
      ***                   1000-INICIO                              ***00006550
      ***                   -----------                              ***00006560
      * SE VALIDAN LOS PARAMETROS, SE ABREN LOS FICHEROS, SE CARGAN    *00006570
      * LAS REGLAS DE RUTEO Y LOS SERVICIOS URGENTE Y DE REEXPEDICION  *00006580
      * Y SE LEE LA PRIMERA TARJETA DE LA PRODUCCION.                  *00006590
      ******************************************************************00006600
       1000-INICIO.                                                     00006610
                                                                        00006620
           INITIALIZE WK-TABLA-RUTEO                                    00006630
                      WK-TABLA-SERVICIOS                                00006640
                      WK-TABLA-PRODUCCION                               00006650
                      CT-CONTADORES                                     00006660
                                                                        00006670
           SET NO-FIN-MPCHFAE1               TO TRUE                    00006680
           SET NO-FIN-MPCHFAE2               TO TRUE                    00006690
           SET NO-FIN-MPCHFAE3               TO TRUE                    00006700
                                                                        00006710
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00006720
                                                                        00006730
           PERFORM 1050-VALIDAR-PARAMETROS                              00006740
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00006750
                                                                        00006760
           PERFORM 1100-ABRIR-FICHEROS                                  00006770
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006780
                                                                        00006790
           PERFORM 1150-CALCULAR-FIN-PERIODO                            00006800
              THRU 1150-CALCULAR-FIN-PERIODO-EXIT                       00006810
                                                                        00006820
           PERFORM 1192-CARGAR-RUTEO                                    00006830
              THRU 1192-CARGAR-RUTEO-EXIT                               00006840
                                                                        00006850
           PERFORM 1200-CARGAR-SERVICIOS                                00006860
              THRU 1200-CARGAR-SERVICIOS-EXIT                           00006870
                                                                        00006880
           PERFORM 9100-LEER-MPCHFAE1                                   00006890
              THRU 9100-LEER-MPCHFAE1-EXIT                              00006900
                                                                        00006910
           .                                                            00006920
       1000-INICIO-EXIT.                                                00006930
           EXIT.                                                        00006940
                                                                        00006950
      ******************************************************************00006960
      ***                   1050-VALIDAR-PARAMETROS                  ***00006970
      ***                   -----------------------                  ***00006980
      * SE COMPRUEBA EL PERIODO DE SYSIN Y SE TOMA LA TOLERANCIA DE    *00006990
      * SYSIN O LA DE DEFECTO.                                         *00007000
      ******************************************************************00007010
       1050-VALIDAR-PARAMETROS.                                         00007020
                                                                        00007030
           IF  WK-PERIODO-ANO NOT NUMERIC                               00007040
           OR  WK-PERIODO-SEP NOT = CA-GUION                            00007050
           OR  WK-PERIODO-MES NOT NUMERIC                               00007060
           OR  WK-PERIODO-MES = '00'                                    00007070
           OR  WK-PERIODO-MES > CN-MES-MAXIMO                           00007080
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007090
               MOVE CA-ERR-PERIODO           TO WK-DESCRIPCION          00007100
               MOVE CA-PRF-1050              TO WK-PARRAFO              00007110
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00007120
                                                                        00007130
               PERFORM 9000-CANCELACION                                 00007140
                  THRU 9000-CANCELACION-EXIT                            00007150
                                                                        00007160
           END-IF                                                       00007170
                                                                        00007180
           IF  WK-TOLERANCIA-AN NUMERIC                                 00007190
               MOVE WK-TOLERANCIA-NUM        TO WK-TOLERANCIA           00007200
           ELSE                                                         00007210
               MOVE CN-TOLERANCIA            TO WK-TOLERANCIA           00007220
           END-IF                                                       00007230
                                                                        00007240
           MOVE WK-PERIODO                   TO WK-IP-PERIODO           00007250
                                                                        00007260
           .                                                            00007270
       1050-VALIDAR-PARAMETROS-EXIT.                                    00007280
           EXIT.                                                        00007290
                                                                        00007300
      ******************************************************************00007310
      ***                   1100-ABRIR-FICHEROS                      ***00007320
      ***                   -------------------                      ***00007330
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00007340
      ******************************************************************00007350
       1100-ABRIR-FICHEROS.                                             00007360
                                                                        00007370
           OPEN INPUT  MPCHFAE1                                         00007380
                       MPCHFAE2                                         00007390
                       MPCHFAE3                                         00007400
                OUTPUT MPCHFAS1                                         00007410
                                                                        00007420
           IF  FS-MPCHFAE1 NOT = CA-FS-OK                               00007430
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007440
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007450
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007460
               MOVE CA-MPCHFAE1              TO WK-DDNAME               00007470
               MOVE FS-MPCHFAE1              TO WK-FILE-STATUS          00007480
                                                                        00007490
               PERFORM 9000-CANCELACION                                 00007500
                  THRU 9000-CANCELACION-EXIT                            00007510
                                                                        00007520
           END-IF                                                       00007530
                                                                        00007540
           IF  FS-MPCHFAE2 NOT = CA-FS-OK                               00007550
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007560
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007570
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007580
               MOVE CA-MPCHFAE2              TO WK-DDNAME               00007590
               MOVE FS-MPCHFAE2              TO WK-FILE-STATUS          00007600
                                                                        00007610
               PERFORM 9000-CANCELACION                                 00007620
                  THRU 9000-CANCELACION-EXIT                            00007630
                                                                        00007640
           END-IF                                                       00007650
                                                                        00007660
           IF  FS-MPCHFAE3 NOT = CA-FS-OK                               00007670
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007680
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007690
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007700
               MOVE CA-MPCHFAE3              TO WK-DDNAME               00007710
               MOVE FS-MPCHFAE3              TO WK-FILE-STATUS          00007720
                                                                        00007730
               PERFORM 9000-CANCELACION                                 00007740
                  THRU 9000-CANCELACION-EXIT                            00007750
                                                                        00007760
           END-IF                                                       00007770
                                                                        00007780
           IF  FS-MPCHFAS1 NOT = CA-FS-OK                               00007790
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007800
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007810
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007820
               MOVE CA-MPCHFAS1              TO WK-DDNAME               00007830
               MOVE FS-MPCHFAS1              TO WK-FILE-STATUS          00007840
                                                                        00007850
               PERFORM 9000-CANCELACION                                 00007860
                  THRU 9000-CANCELACION-EXIT                            00007870
                                                                        00007880
           END-IF                                                       00007890
                                                                        00007900
           .                                                            00007910
       1100-ABRIR-FICHEROS-EXIT.                                        00007920
           EXIT.                                                        00007930
                                                                        00007940
      ******************************************************************00007950
      ***                   1150-CALCULAR-FIN-PERIODO                ***00007960
      ***                   -------------------------                ***00007970
      * SE CALCULA EL ULTIMO DIA DEL PERIODO, FECHA A LA QUE SE TOMA   *00007980
      * LA TARIFA DE CONTRATO VIGENTE.                                 *00007990
      ******************************************************************00008000
       1150-CALCULAR-FIN-PERIODO.                                       00008010
                                                                        00008020
           EXEC SQL                                                     00008030
                SELECT CHAR(DATE(:WK-INICIO-PERIODO) + 1 MONTH          00008040
                            - 1 DAY, ISO)                               00008050
                  INTO :WK-FIN-PERIODO                                  00008060
                  FROM SYSIBM.SYSDUMMY1                                 00008070
           END-EXEC                                                     00008080
                                                                        00008090
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008100
                                                                        00008110
           IF  NOT DB2-OK                                               00008120
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008130
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00008140
               MOVE CA-PRF-1150               TO WK-PARRAFO             00008150
               MOVE CA-MPCHFAC                TO WK-RUTINA              00008160
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00008170
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00008180
                                                                        00008190
               PERFORM 9000-CANCELACION                                 00008200
                  THRU 9000-CANCELACION-EXIT                            00008210
                                                                        00008220
           END-IF                                                       00008230
                                                                        00008240
           .                                                            00008250
       1150-CALCULAR-FIN-PERIODO-EXIT.                                  00008260
           EXIT.                                                        00008270
                                                                        00008280
      ******************************************************************00008290
      ***                   1192-CARGAR-RUTEO                        ***00008300
      ***                   -----------------                        ***00008310
      * SE CARGAN LAS REGLAS ACTIVAS DE ENCAMINAMIENTO DE EMBOZ_RUTEO  *00008320
      * EN LA TABLA INTERNA, EN ORDEN DE RANGO DE ENTIDAD.             *00008330
      ******************************************************************00008340
       1192-CARGAR-RUTEO.                                               00008350
                                                                        00008360
           EXEC SQL                                                     00008370
                DECLARE C-RUTEO CURSOR FOR                              00008380
                SELECT G3198_ENTIDESDE, G3198_ENTIHASTA,                00008390
                       G3198_INDTIPT  , G3198_CENTROEMB                 00008400
                  FROM EMBOZ_RUTEO                                      00008410
                 WHERE G3198_INDACTIVO = 'S'                            00008420
                 ORDER BY G3198_ENTIDESDE, G3198_INDTIPT                00008430
           END-EXEC                                                     00008440
                                                                        00008450
           EXEC SQL                                                     00008460
                OPEN C-RUTEO                                            00008470
           END-EXEC                                                     00008480
                                                                        00008490
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008500
                                                                        00008510
           IF  NOT DB2-OK                                               00008520
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008530
               MOVE CA-ERR-RUTEO             TO WK-DESCRIPCION          00008540
               MOVE CA-PRF-1192              TO WK-PARRAFO              00008550
               MOVE CA-MPCHFAC               TO WK-RUTINA               00008560
               MOVE CA-EMBOZ-RUTEO           TO WK-TABLA-DB2            00008570
               MOVE CA-CURSOR                TO WK-DATOS-ACCESO         00008580
                                                                        00008590
               PERFORM 9000-CANCELACION                                 00008600
                  THRU 9000-CANCELACION-EXIT                            00008610
                                                                        00008620
           END-IF                                                       00008630
                                                                        00008640
           SET NO-FIN-RUTEO                  TO TRUE                    00008650
                                                                        00008660
           PERFORM 1193-ACUMULAR-REGLA                                  00008670
              THRU 1193-ACUMULAR-REGLA-EXIT                             00008680
             UNTIL SI-FIN-RUTEO                                         00008690
                                                                        00008700
           EXEC SQL                                                     00008710
                CLOSE C-RUTEO                                           00008720
           END-EXEC                                                     00008730
                                                                        00008740
           .                                                            00008750
       1192-CARGAR-RUTEO-EXIT.                                          00008760
           EXIT.                                                        00008770
                                                                        00008780
      ******************************************************************00008790
      ***                   1193-ACUMULAR-REGLA                      ***00008800
      ***                   -------------------                      ***00008810
      * SE LEE Y ACUMULA UNA REGLA DE ENCAMINAMIENTO.                  *00008820
      ******************************************************************00008830
       1193-ACUMULAR-REGLA.                                             00008840
                                                                        00008850
           INITIALIZE DCLEMBOZ-RUTEO                                    00008860
                                                                        00008870
           EXEC SQL                                                     00008880
                FETCH C-RUTEO                                           00008890
                 INTO :G3198-ENTIDESDE, :G3198-ENTIHASTA,               00008900
                      :G3198-INDTIPT  , :G3198-CENTROEMB                00008910
           END-EXEC                                                     00008920
                                                                        00008930
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008940
                                                                        00008950
           EVALUATE  TRUE                                               00008960
               WHEN  DB2-OK                                             00008970
                     IF  WK-NUM-REGLAS >= CN-MAX-REGLAS                 00008980
                         MOVE CA-ERROR-F   TO WK-TIPO-ERROR             00008990
                         MOVE CA-ERR-TABLA-REGLAS                       00009000
                                           TO WK-DESCRIPCION            00009010
                         MOVE CA-PRF-1192  TO WK-PARRAFO                00009020
                                                                        00009030
                         PERFORM 9000-CANCELACION                       00009040
                            THRU 9000-CANCELACION-EXIT                  00009050
                                                                        00009060
                     END-IF                                             00009070
                                                                        00009080
                     ADD CN-1                TO WK-NUM-REGLAS           00009090
                     MOVE G3198-ENTIDESDE                               00009100
                       TO WK-RG-ENTIDESDE (WK-NUM-REGLAS)               00009110
                     MOVE G3198-ENTIHASTA                               00009120
                       TO WK-RG-ENTIHASTA (WK-NUM-REGLAS)               00009130
                     MOVE G3198-INDTIPT                                 00009140
                       TO WK-RG-INDTIPT (WK-NUM-REGLAS)                 00009150
                     MOVE G3198-CENTROEMB                               00009160
                       TO WK-RG-CENTROEMB (WK-NUM-REGLAS)               00009170
                                                                        00009180
               WHEN  DB2-CLV-NOT-FOUND                                  00009190
                     SET SI-FIN-RUTEO        TO TRUE                    00009200
                                                                        00009210
               WHEN  OTHER                                              00009220
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00009230
                     MOVE CA-ERR-RUTEO       TO WK-DESCRIPCION          00009240
                     MOVE CA-PRF-1192        TO WK-PARRAFO              00009250
                     MOVE CA-MPCHFAC         TO WK-RUTINA               00009260
                     MOVE CA-EMBOZ-RUTEO     TO WK-TABLA-DB2            00009270
                     MOVE CA-CURSOR          TO WK-DATOS-ACCESO         00009280
                                                                        00009290
                     PERFORM 9000-CANCELACION                           00009300
                        THRU 9000-CANCELACION-EXIT                      00009310
                                                                        00009320
           END-EVALUATE                                                 00009330
                                                                        00009340
           .                                                            00009350
       1193-ACUMULAR-REGLA-EXIT.                                        00009360
           EXIT.                                                        00009370
                                                                        00009380
      ******************************************************************00009390
      ***                   1200-CARGAR-SERVICIOS                    ***00009400
      ***                   ---------------------                    ***00009410
      * SE CARGA LA TABLA DE SERVICIOS MEZCLANDO POR XPAN EL FLUJO     *00009420
      * URGENTE Y LAS REEXPEDICIONES, Y SE CIERRAN AMBOS FICHEROS.     *00009430
      ******************************************************************00009440
       1200-CARGAR-SERVICIOS.                                           00009450
                                                                        00009460
           PERFORM 9200-LEER-MPCHFAE2                                   00009470
              THRU 9200-LEER-MPCHFAE2-EXIT                              00009480
                                                                        00009490
           PERFORM 9300-LEER-MPCHFAE3                                   00009500
              THRU 9300-LEER-MPCHFAE3-EXIT                              00009510
                                                                        00009520
           PERFORM 1210-MEZCLAR-SERVICIO                                00009530
              THRU 1210-MEZCLAR-SERVICIO-EXIT                           00009540
             UNTIL SI-FIN-MPCHFAE2                                      00009550
               AND SI-FIN-MPCHFAE3                                      00009560
                                                                        00009570
           CLOSE MPCHFAE2                                               00009580
                 MPCHFAE3                                               00009590
                                                                        00009600
           .                                                            00009610
       1200-CARGAR-SERVICIOS-EXIT.                                      00009620
           EXIT.                                                        00009630
                                                                        00009640
      ******************************************************************00009650
      ***                   1210-MEZCLAR-SERVICIO                    ***00009660
      ***                   ---------------------                    ***00009670
      * SE TOMA EL XPAN MENOR DE LOS DOS FICHEROS; A IGUALDAD SE TOMA  *00009680
      * LA REEXPEDICION Y SE AVANZAN AMBOS.                            *00009690
      ******************************************************************00009700
       1210-MEZCLAR-SERVICIO.                                           00009710
                                                                        00009720
           IF  WK-XPAN-REX NOT > WK-XPAN-URG                            00009730
               MOVE WK-XPAN-REX              TO WK-XPAN-SRV             00009740
               MOVE CA-SRV-REEXPEDICION      TO WK-SERVICIO-SRV         00009750
               IF  WK-XPAN-URG = WK-XPAN-REX                            00009760
                   PERFORM 9200-LEER-MPCHFAE2                           00009770
                      THRU 9200-LEER-MPCHFAE2-EXIT                      00009780
               END-IF                                                   00009790
               PERFORM 9300-LEER-MPCHFAE3                               00009800
                  THRU 9300-LEER-MPCHFAE3-EXIT                          00009810
           ELSE                                                         00009820
               MOVE WK-XPAN-URG              TO WK-XPAN-SRV             00009830
               MOVE CA-SRV-URGENTE           TO WK-SERVICIO-SRV         00009840
               PERFORM 9200-LEER-MPCHFAE2                               00009850
                  THRU 9200-LEER-MPCHFAE2-EXIT                          00009860
           END-IF                                                       00009870
                                                                        00009880
           PERFORM 1220-GUARDAR-SERVICIO                                00009890
              THRU 1220-GUARDAR-SERVICIO-EXIT                           00009900
                                                                        00009910
           .                                                            00009920
       1210-MEZCLAR-SERVICIO-EXIT.                                      00009930
           EXIT.                                                        00009940
                                                                        00009950
      ******************************************************************00009960
      ***                   1220-GUARDAR-SERVICIO                    ***00009970
      ***                   ---------------------                    ***00009980
      * SE GUARDA EL SERVICIO DE LA TARJETA. UNA TARJETA REPETIDA NO   *00009990
      * SE DUPLICA: SOLO SE ACTUALIZA SI ES REEXPEDICION.              *00010000
      ******************************************************************00010010
       1220-GUARDAR-SERVICIO.                                           00010020
                                                                        00010030
           IF  WK-NUM-SERVICIOS > ZEROES                                00010040
               IF  WK-SV-XPAN (WK-NUM-SERVICIOS) = WK-XPAN-SRV          00010050
                   IF  WK-SERVICIO-SRV = CA-SRV-REEXPEDICION            00010060
                       MOVE WK-SERVICIO-SRV                             00010070
                         TO WK-SV-SERVICIO (WK-NUM-SERVICIOS)           00010080
                   END-IF                                               00010090
                   GO TO 1220-GUARDAR-SERVICIO-EXIT                     00010100
               END-IF                                                   00010110
           END-IF                                                       00010120
                                                                        00010130
           IF  WK-NUM-SERVICIOS >= CN-MAX-SERVICIOS                     00010140
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010150
               MOVE CA-ERR-TABLA-SERVICIOS   TO WK-DESCRIPCION          00010160
               MOVE CA-PRF-1220              TO WK-PARRAFO              00010170
                                                                        00010180
               PERFORM 9000-CANCELACION                                 00010190
                  THRU 9000-CANCELACION-EXIT                            00010200
                                                                        00010210
           END-IF                                                       00010220
                                                                        00010230
           ADD CN-1                          TO WK-NUM-SERVICIOS        00010240
           MOVE WK-XPAN-SRV     TO WK-SV-XPAN     (WK-NUM-SERVICIOS)    00010250
           MOVE WK-SERVICIO-SRV TO WK-SV-SERVICIO (WK-NUM-SERVICIOS)    00010260
                                                                        00010270
           .                                                            00010280
       1220-GUARDAR-SERVICIO-EXIT.                                      00010290
           EXIT.                                                        00010300
                                                                        00010310
      ******************************************************************00010320
      ***                   2000-PROCESO                             ***00010330
      ***                   ------------                             ***00010340
      * SE CUENTA LA TARJETA SI SU PRODUCCION ES DEL PERIODO Y SE LEE  *00010350
      * LA SIGUIENTE.                                                  *00010360
      ******************************************************************00010370
       2000-PROCESO.                                                    00010380
                                                                        00010390
           IF  PC-FECPRODU (1:7) = WK-PERIODO                           00010400
               ADD CN-1                      TO CT-PRODUCCION-PERIODO   00010410
                                                                        00010420
               PERFORM 2050-CONTAR-TARJETA                              00010430
                  THRU 2050-CONTAR-TARJETA-EXIT                         00010440
           END-IF                                                       00010450
                                                                        00010460
           PERFORM 9100-LEER-MPCHFAE1                                   00010470
              THRU 9100-LEER-MPCHFAE1-EXIT                              00010480
                                                                        00010490
           .                                                            00010500
       2000-PROCESO-EXIT.                                               00010510
           EXIT.                                                        00010520
                                                                        00010530
      ******************************************************************00010540
      ***                   2050-CONTAR-TARJETA                      ***00010550
      ***                   -------------------                      ***00010560
      * SE RESUELVE EL CENTRO Y EL SERVICIO DE LA TARJETA Y SE SUMA    *00010570
      * SU CANTIDAD ACUSADA A LA PRODUCCION DEL GRUPO.                 *00010580
      ******************************************************************00010590
       2050-CONTAR-TARJETA.                                             00010600
                                                                        00010610
           PERFORM 2110-RESOLVER-EMBOSADOR                              00010620
              THRU 2110-RESOLVER-EMBOSADOR-EXIT                         00010630
                                                                        00010640
           IF  NO-REGLA-ENCONTRADA                                      00010650
               ADD CN-1                      TO CT-SIN-EMBOSADOR        00010660
               GO TO 2050-CONTAR-TARJETA-EXIT                           00010670
           END-IF                                                       00010680
                                                                        00010690
           IF  WK-CENTRO-SYSIN NOT = SPACES                             00010700
           AND WK-CENTRO-SYSIN NOT = WK-CENTRO-DESTINO                  00010710
               GO TO 2050-CONTAR-TARJETA-EXIT                           00010720
           END-IF                                                       00010730
                                                                        00010740
           MOVE PC-XPAN                      TO WK-XPAN-BUSCAR          00010750
                                                                        00010760
           PERFORM 2070-BUSCAR-SERVICIO                                 00010770
              THRU 2070-BUSCAR-SERVICIO-EXIT                            00010780
                                                                        00010790
           IF  SI-SERVICIO-ENCONTRADO                                   00010800
               MOVE WK-SV-SERVICIO (WK-IDX-SERVICIO)                    00010810
                                             TO WK-SERVICIO-TARJETA     00010820
           ELSE                                                         00010830
               MOVE CA-SRV-ESTANDAR          TO WK-SERVICIO-TARJETA     00010840
           END-IF                                                       00010850
                                                                        00010860
           PERFORM 2150-ACUMULAR-PRODUCCION                             00010870
              THRU 2150-ACUMULAR-PRODUCCION-EXIT                        00010880
                                                                        00010890
           .                                                            00010900
       2050-CONTAR-TARJETA-EXIT.                                        00010910
           EXIT.                                                        00010920
                                                                        00010930
      ******************************************************************00010940
      ***                   2070-BUSCAR-SERVICIO                     ***00010950
      ***                   --------------------                     ***00010960
      * SE BUSCA WK-XPAN-BUSCAR EN LA TABLA DE SERVICIOS MEDIANTE      *00010970
      * BUSQUEDA BINARIA.                                              *00010980
      ******************************************************************00010990
       2070-BUSCAR-SERVICIO.                                            00011000
                                                                        00011010
           SET NO-SERVICIO-ENCONTRADO         TO TRUE                   00011020
                                                                        00011030
           IF  WK-NUM-SERVICIOS = ZEROES                                00011040
               GO TO 2070-BUSCAR-SERVICIO-EXIT                          00011050
           END-IF                                                       00011060
                                                                        00011070
           MOVE 1                             TO WK-BAJO-SERVICIO       00011080
           MOVE WK-NUM-SERVICIOS              TO WK-ALTO-SERVICIO       00011090
                                                                        00011100
           PERFORM 2075-PARTIR-BUSQUEDA                                 00011110
              THRU 2075-PARTIR-BUSQUEDA-EXIT                            00011120
             UNTIL SI-SERVICIO-ENCONTRADO                               00011130
                OR WK-BAJO-SERVICIO > WK-ALTO-SERVICIO                  00011140
                                                                        00011150
           .                                                            00011160
       2070-BUSCAR-SERVICIO-EXIT.                                       00011170
           EXIT.                                                        00011180
                                                                        00011190
      ******************************************************************00011200
      ***                   2075-PARTIR-BUSQUEDA                     ***00011210
      ***                   --------------------                     ***00011220
      * SE REALIZA UNA PARTICION DE LA BUSQUEDA BINARIA.               *00011230
      ******************************************************************00011240
       2075-PARTIR-BUSQUEDA.                                            00011250
                                                                        00011260
           COMPUTE WK-IDX-SERVICIO =                                    00011270
                   (WK-BAJO-SERVICIO + WK-ALTO-SERVICIO) / 2            00011280
                                                                        00011290
           EVALUATE  TRUE                                               00011300
               WHEN  WK-SV-XPAN (WK-IDX-SERVICIO) = WK-XPAN-BUSCAR      00011310
                     SET SI-SERVICIO-ENCONTRADO TO TRUE                 00011320
                                                                        00011330
               WHEN  WK-SV-XPAN (WK-IDX-SERVICIO) < WK-XPAN-BUSCAR      00011340
                     COMPUTE WK-BAJO-SERVICIO = WK-IDX-SERVICIO + 1     00011350
                                                                        00011360
               WHEN  OTHER                                              00011370
                     IF  WK-IDX-SERVICIO = 1                            00011380
                         MOVE ZEROES         TO WK-ALTO-SERVICIO        00011390
                     ELSE                                               00011400
                         COMPUTE WK-ALTO-SERVICIO = WK-IDX-SERVICIO - 1 00011410
                     END-IF                                             00011420
           END-EVALUATE                                                 00011430
                                                                        00011440
           .                                                            00011450
       2075-PARTIR-BUSQUEDA-EXIT.                                       00011460
           EXIT.                                                        00011470
                                                                        00011480
      ******************************************************************00011490
      ***                   2110-RESOLVER-EMBOSADOR                  ***00011500
      ***                   -----------------------                  ***00011510
      * SE BUSCA LA PRIMERA REGLA DE RUTEO QUE APLICA A LA TARJETA.    *00011520
      ******************************************************************00011530
       2110-RESOLVER-EMBOSADOR.                                         00011540
                                                                        00011550
           SET NO-REGLA-ENCONTRADA           TO TRUE                    00011560
           MOVE SPACES                       TO WK-CENTRO-DESTINO       00011570
                                                                        00011580
           PERFORM 2115-PROBAR-REGLA                                    00011590
              THRU 2115-PROBAR-REGLA-EXIT                               00011600
             VARYING WK-IDX-REGLA FROM 1 BY 1                           00011610
               UNTIL WK-IDX-REGLA > WK-NUM-REGLAS                       00011620
                  OR SI-REGLA-ENCONTRADA                                00011630
                                                                        00011640
           .                                                            00011650
       2110-RESOLVER-EMBOSADOR-EXIT.                                    00011660
           EXIT.                                                        00011670
                                                                        00011680
      ******************************************************************00011690
      ***                   2115-PROBAR-REGLA                        ***00011700
      ***                   -----------------                        ***00011710
      * SE COMPRUEBA SI LA REGLA WK-IDX-REGLA APLICA A LA TARJETA.     *00011720
      ******************************************************************00011730
       2115-PROBAR-REGLA.                                               00011740
                                                                        00011750
           IF  PC-CDGENTI NOT < WK-RG-ENTIDESDE (WK-IDX-REGLA)          00011760
           AND PC-CDGENTI NOT > WK-RG-ENTIHASTA (WK-IDX-REGLA)          00011770
           AND (WK-RG-INDTIPT (WK-IDX-REGLA) = ZEROES OR                00011780
                WK-RG-INDTIPT (WK-IDX-REGLA) = PC-INDTIPT)              00011790
               SET SI-REGLA-ENCONTRADA       TO TRUE                    00011800
               MOVE WK-RG-CENTROEMB (WK-IDX-REGLA)                      00011810
                                             TO WK-CENTRO-DESTINO       00011820
           END-IF                                                       00011830
                                                                        00011840
           .                                                            00011850
       2115-PROBAR-REGLA-EXIT.                                          00011860
           EXIT.                                                        00011870
                                                                        00011880
      ******************************************************************00011890
      ***                   2150-ACUMULAR-PRODUCCION                 ***00011900
      ***                   ------------------------                 ***00011910
      * SE SUMA LA CANTIDAD ACUSADA AL GRUPO DE CENTRO, TIPO DE        *00011920
      * TARJETA Y SERVICIO, DANDOLO DE ALTA SI ES EL PRIMERO.          *00011930
      ******************************************************************00011940
       2150-ACUMULAR-PRODUCCION.                                        00011950
                                                                        00011960
           MOVE WK-CENTRO-DESTINO            TO WK-CENTRO-BUSCAR        00011970
           MOVE PC-INDTIPT                   TO WK-INDTIPT-BUSCAR       00011980
           MOVE WK-SERVICIO-TARJETA          TO WK-SERVICIO-BUSCAR      00011990
                                                                        00012000
           PERFORM 2160-BUSCAR-GRUPO                                    00012010
              THRU 2160-BUSCAR-GRUPO-EXIT                               00012020
                                                                        00012030
           IF  NO-GRUPO-ENCONTRADO                                      00012040
               IF  WK-NUM-PRODUCCION >= CN-MAX-PRODUCCION               00012050
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00012060
                   MOVE CA-ERR-TABLA-PRODUCCION                         00012070
                                             TO WK-DESCRIPCION          00012080
                   MOVE CA-PRF-2150          TO WK-PARRAFO              00012090
                                                                        00012100
                   PERFORM 9000-CANCELACION                             00012110
                      THRU 9000-CANCELACION-EXIT                        00012120
                                                                        00012130
               END-IF                                                   00012140
                                                                        00012150
               ADD CN-1                      TO WK-NUM-PRODUCCION       00012160
               MOVE WK-NUM-PRODUCCION        TO WK-IDX-PRODUCCION       00012170
               MOVE WK-CENTRO-BUSCAR                                    00012180
                 TO WK-PR-CENTROEMB (WK-IDX-PRODUCCION)                 00012190
               MOVE WK-INDTIPT-BUSCAR                                   00012200
                 TO WK-PR-INDTIPT   (WK-IDX-PRODUCCION)                 00012210
               MOVE WK-SERVICIO-BUSCAR                                  00012220
                 TO WK-PR-SERVICIO  (WK-IDX-PRODUCCION)                 00012230
               MOVE ZEROES                                              00012240
                 TO WK-PR-CANTIDAD  (WK-IDX-PRODUCCION)                 00012250
               MOVE CA-NO                                               00012260
                 TO WK-PR-FACTURADA (WK-IDX-PRODUCCION)                 00012270
           END-IF                                                       00012280
                                                                        00012290
           ADD PC-CANTIDAD      TO WK-PR-CANTIDAD (WK-IDX-PRODUCCION)   00012300
                                                                        00012310
           .                                                            00012320
       2150-ACUMULAR-PRODUCCION-EXIT.                                   00012330
           EXIT.                                                        00012340
                                                                        00012350
      ******************************************************************00012360
      ***                   2160-BUSCAR-GRUPO                        ***00012370
      ***                   -----------------                        ***00012380
      * SE BUSCA EN LA TABLA DE PRODUCCION EL GRUPO DE CENTRO, TIPO DE *00012390
      * TARJETA Y SERVICIO INDICADO EN LAS VARIABLES DE BUSQUEDA.      *00012400
      ******************************************************************00012410
       2160-BUSCAR-GRUPO.                                               00012420
                                                                        00012430
           SET NO-GRUPO-ENCONTRADO           TO TRUE                    00012440
                                                                        00012450
           PERFORM 2165-PROBAR-GRUPO                                    00012460
              THRU 2165-PROBAR-GRUPO-EXIT                               00012470
             VARYING WK-IDX-PRODUCCION FROM 1 BY 1                      00012480
               UNTIL WK-IDX-PRODUCCION > WK-NUM-PRODUCCION              00012490
                  OR SI-GRUPO-ENCONTRADO                                00012500
                                                                        00012510
           IF  SI-GRUPO-ENCONTRADO                                      00012520
               SUBTRACT CN-1               FROM WK-IDX-PRODUCCION       00012530
           END-IF                                                       00012540
                                                                        00012550
           .                                                            00012560
       2160-BUSCAR-GRUPO-EXIT.                                          00012570
           EXIT.                                                        00012580
                                                                        00012590
      ******************************************************************00012600
      ***                   2165-PROBAR-GRUPO                        ***00012610
      ***                   -----------------                        ***00012620
      * SE COMPRUEBA SI EL GRUPO WK-IDX-PRODUCCION ES EL BUSCADO.      *00012630
      ******************************************************************00012640
       2165-PROBAR-GRUPO.                                               00012650
                                                                        00012660
           IF  WK-PR-CENTROEMB (WK-IDX-PRODUCCION) = WK-CENTRO-BUSCAR   00012670
           AND WK-PR-INDTIPT   (WK-IDX-PRODUCCION) = WK-INDTIPT-BUSCAR  00012680
           AND WK-PR-SERVICIO  (WK-IDX-PRODUCCION) = WK-SERVICIO-BUSCAR 00012690
               SET SI-GRUPO-ENCONTRADO       TO TRUE                    00012700
           END-IF                                                       00012710
                                                                        00012720
           .                                                            00012730
       2165-PROBAR-GRUPO-EXIT.                                          00012740
           EXIT.                                                        00012750
                                                                        00012760
      ******************************************************************00012770
      ***                   3000-FIN                                 ***00012780
      ***                   --------                                 ***00012790
      * SE CONCILIAN LAS FACTURAS DEL PERIODO, SE LISTA LA PRODUCCION  *00012800
      * NO FACTURADA, SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS        *00012810
      * ESTADISTICAS.                                                  *00012820
      ******************************************************************00012830
       3000-FIN.                                                        00012840
                                                                        00012850
           PERFORM 3100-CONCILIAR-FACTURAS                              00012860
              THRU 3100-CONCILIAR-FACTURAS-EXIT                         00012870
                                                                        00012880
           PERFORM 3300-LISTAR-NO-FACTURADA                             00012890
              THRU 3300-LISTAR-NO-FACTURADA-EXIT                        00012900
                                                                        00012910
           PERFORM 3600-CERRAR-FICHEROS                                 00012920
              THRU 3600-CERRAR-FICHEROS-EXIT                            00012930
                                                                        00012940
           PERFORM 3700-ESTADISTICAS                                    00012950
              THRU 3700-ESTADISTICAS-EXIT                               00012960
                                                                        00012970
           IF  CT-RETENIDAS > ZEROES                                    00012980
               MOVE CN-4                     TO RETURN-CODE             00012990
           END-IF                                                       00013000
                                                                        00013010
           STOP RUN                                                     00013020
                                                                        00013030
           .                                                            00013040
       3000-FIN-EXIT.                                                   00013050
           EXIT.                                                        00013060
                                                                        00013070
      ******************************************************************00013080
      ***                   3100-CONCILIAR-FACTURAS                  ***00013090
      ***                   -----------------------                  ***00013100
      * SE ESCRIBEN LAS CABECERAS DEL INFORME Y SE RECORREN LAS LINEAS *00013110
      * DE FACTURA DEL PERIODO, CERRANDO CADA FACTURA AL CAMBIAR DE    *00013120
      * CENTRO O NUMERO DE FACTURA.                                    *00013130
      ******************************************************************00013140
       3100-CONCILIAR-FACTURAS.                                         00013150
                                                                        00013160
           MOVE WK-PERIODO                   TO WK-CAB-PERIODO          00013170
           MOVE WK-TOLERANCIA                TO WK-CAB-TOLERANCIA       00013180
                                                                        00013190
           MOVE WK-LINEA-CABECERA            TO REG-MPCHFAS1            00013200
           PERFORM 3500-ESCRIBIR-LINEA                                  00013210
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00013220
           MOVE SPACES                       TO REG-MPCHFAS1            00013230
           PERFORM 3500-ESCRIBIR-LINEA                                  00013240
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00013250
           MOVE WK-LINEA-TITULOS             TO REG-MPCHFAS1            00013260
           PERFORM 3500-ESCRIBIR-LINEA                                  00013270
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00013280
                                                                        00013290
           EXEC SQL                                                     00013300
                DECLARE C-FACTURA CURSOR FOR                            00013310
                SELECT G3215_CENTROEMB, G3215_NUMFACT,                  00013320
                       G3215_NUMLINEA , G3215_INDTIPT,                  00013330
                       G3215_SERVICIO , G3215_CANTIDAD,                 00013340
                       G3215_IMPORTE                                    00013350
                  FROM EMBOZ_FACTURA                                    00013360
                 WHERE G3215_PERIODO = :WK-PERIODO                      00013370
                   AND (:WK-CENTRO-SYSIN = ' ' OR                       00013380
                        G3215_CENTROEMB = :WK-CENTRO-SYSIN)             00013390
                 ORDER BY G3215_CENTROEMB, G3215_NUMFACT,               00013400
                          G3215_NUMLINEA                                00013410
           END-EXEC                                                     00013420
                                                                        00013430
           EXEC SQL                                                     00013440
                OPEN C-FACTURA                                          00013450
           END-EXEC                                                     00013460
                                                                        00013470
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00013480
                                                                        00013490
           IF  NOT DB2-OK                                               00013500
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00013510
               MOVE CA-ERR-FACTURA           TO WK-DESCRIPCION          00013520
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013530
               MOVE CA-MPCHFAC               TO WK-RUTINA               00013540
               MOVE CA-EMBOZ-FACTURA         TO WK-TABLA-DB2            00013550
               MOVE CA-CURSOR                TO WK-DATOS-ACCESO         00013560
                                                                        00013570
               PERFORM 9000-CANCELACION                                 00013580
                  THRU 9000-CANCELACION-EXIT                            00013590
                                                                        00013600
           END-IF                                                       00013610
                                                                        00013620
           SET NO-FIN-FACTURA                TO TRUE                    00013630
           MOVE SPACES                       TO WK-FACTURA-ANT          00013640
                                                                        00013650
           PERFORM 3110-TRATAR-LINEA-FACTURA                            00013660
              THRU 3110-TRATAR-LINEA-FACTURA-EXIT                       00013670
             UNTIL SI-FIN-FACTURA                                       00013680
                                                                        00013690
           EXEC SQL                                                     00013700
                CLOSE C-FACTURA                                         00013710
           END-EXEC                                                     00013720
                                                                        00013730
           IF  WK-FACTURA-ANT NOT = SPACES                              00013740
               PERFORM 3150-CERRAR-FACTURA                              00013750
                  THRU 3150-CERRAR-FACTURA-EXIT                         00013760
           END-IF                                                       00013770
                                                                        00013780
           .                                                            00013790
       3100-CONCILIAR-FACTURAS-EXIT.                                    00013800
           EXIT.                                                        00013810
                                                                        00013820
      ******************************************************************00013830
      ***                   3110-TRATAR-LINEA-FACTURA                ***00013840
      ***                   -------------------------                ***00013850
      * SE LEE UNA LINEA DE FACTURA, SE CIERRA LA FACTURA ANTERIOR SI  *00013860
      * CAMBIA Y SE VALORA LA LINEA CONTRA LA PRODUCCION CONTADA.      *00013870
      ******************************************************************00013880
       3110-TRATAR-LINEA-FACTURA.                                       00013890
                                                                        00013900
           INITIALIZE DCLEMBOZ-FACTURA                                  00013910
                                                                        00013920
           EXEC SQL                                                     00013930
                FETCH C-FACTURA                                         00013940
                 INTO :G3215-CENTROEMB, :G3215-NUMFACT,                 00013950
                      :G3215-NUMLINEA , :G3215-INDTIPT,                 00013960
                      :G3215-SERVICIO , :G3215-CANTIDAD,                00013970
                      :G3215-IMPORTE                                    00013980
           END-EXEC                                                     00013990
                                                                        00014000
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00014010
                                                                        00014020
           EVALUATE  TRUE                                               00014030
               WHEN  DB2-OK                                             00014040
                     CONTINUE                                           00014050
                                                                        00014060
               WHEN  DB2-CLV-NOT-FOUND                                  00014070
                     SET SI-FIN-FACTURA      TO TRUE                    00014080
                     GO TO 3110-TRATAR-LINEA-FACTURA-EXIT               00014090
                                                                        00014100
               WHEN  OTHER                                              00014110
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00014120
                     MOVE CA-ERR-FACTURA     TO WK-DESCRIPCION          00014130
                     MOVE CA-PRF-3110        TO WK-PARRAFO              00014140
                     MOVE CA-MPCHFAC         TO WK-RUTINA               00014150
                     MOVE CA-EMBOZ-FACTURA   TO WK-TABLA-DB2            00014160
                     MOVE CA-CURSOR          TO WK-DATOS-ACCESO         00014170
                                                                        00014180
                     PERFORM 9000-CANCELACION                           00014190
                        THRU 9000-CANCELACION-EXIT                      00014200
                                                                        00014210
           END-EVALUATE                                                 00014220
                                                                        00014230
           ADD CN-1                          TO CT-LINEAS-FACTURA       00014240
                                                                        00014250
           MOVE G3215-CENTROEMB              TO WK-CENTRO-ACT           00014260
           MOVE G3215-NUMFACT                TO WK-NUMFACT-ACT          00014270
                                                                        00014280
           IF  WK-FACTURA-ACT NOT = WK-FACTURA-ANT                      00014290
               IF  WK-FACTURA-ANT NOT = SPACES                          00014300
                   PERFORM 3150-CERRAR-FACTURA                          00014310
                      THRU 3150-CERRAR-FACTURA-EXIT                     00014320
               END-IF                                                   00014330
               MOVE WK-FACTURA-ACT           TO WK-FACTURA-ANT          00014340
               MOVE ZEROES                   TO WK-TOT-FACTURADO        00014350
                                                WK-TOT-CALCULADO        00014360
           END-IF                                                       00014370
                                                                        00014380
           MOVE G3215-CENTROEMB              TO WK-CENTRO-BUSCAR        00014390
           MOVE G3215-INDTIPT                TO WK-INDTIPT-BUSCAR       00014400
           MOVE G3215-SERVICIO               TO WK-SERVICIO-BUSCAR      00014410
           MOVE G3215-CANTIDAD               TO WK-CANT-FACTURADA       00014420
           MOVE G3215-IMPORTE                TO WK-IMP-FACTURADO        00014430
           MOVE SPACES                       TO WK-OBSERVACION          00014440
                                                                        00014450
           PERFORM 2160-BUSCAR-GRUPO                                    00014460
              THRU 2160-BUSCAR-GRUPO-EXIT                               00014470
                                                                        00014480
      *--  UN GRUPO YA RECOGIDO EN OTRA LINEA DEL PERIODO NO SE VUELVE  00014490
      *--  A CONTAR: LA SEGUNDA LINEA APARECE ENTERA COMO DIFERENCIA.   00014500
           EVALUATE  TRUE                                               00014510
               WHEN  NO-GRUPO-ENCONTRADO                                00014520
                     MOVE ZEROES             TO WK-CANT-CONTADA         00014530
                     MOVE CA-OBS-SIN-PRODUCCION                         00014540
                                             TO WK-OBSERVACION          00014550
                                                                        00014560
               WHEN  WK-PR-FACTURADA (WK-IDX-PRODUCCION) = CA-SI        00014570
                     MOVE ZEROES             TO WK-CANT-CONTADA         00014580
                     MOVE CA-OBS-YA-FACTURADA                           00014590
                                             TO WK-OBSERVACION          00014600
                                                                        00014610
               WHEN  OTHER                                              00014620
                     MOVE WK-PR-CANTIDAD (WK-IDX-PRODUCCION)            00014630
                                             TO WK-CANT-CONTADA         00014640
                     MOVE CA-SI                                         00014650
                       TO WK-PR-FACTURADA (WK-IDX-PRODUCCION)           00014660
           END-EVALUATE                                                 00014670
                                                                        00014680
           PERFORM 3200-VALORAR-LINEA                                   00014690
              THRU 3200-VALORAR-LINEA-EXIT                              00014700
                                                                        00014710
           MOVE G3215-CENTROEMB              TO WD-CENTROEMB            00014720
           MOVE G3215-NUMFACT                TO WD-NUMFACT              00014730
           MOVE G3215-NUMLINEA               TO WD-NUMLINEA             00014740
                                                                        00014750
           PERFORM 3250-ESCRIBIR-DETALLE                                00014760
              THRU 3250-ESCRIBIR-DETALLE-EXIT                           00014770
                                                                        00014780
           ADD WK-IMP-FACTURADO              TO WK-TOT-FACTURADO        00014790
           ADD WK-IMP-CALCULADO              TO WK-TOT-CALCULADO        00014800
                                                                        00014810
           .                                                            00014820
       3110-TRATAR-LINEA-FACTURA-EXIT.                                  00014830
           EXIT.                                                        00014840
                                                                        00014850
      ******************************************************************00014860
      ***                   3150-CERRAR-FACTURA                      ***00014870
      ***                   -------------------                      ***00014880
      * SE ESCRIBE EL TOTAL DE LA FACTURA Y SE MARCA PARA RETENER SI   *00014890
      * EL IMPORTE FACTURADO SUPERA EL CALCULADO MAS LA TOLERANCIA.    *00014900
      ******************************************************************00014910
       3150-CERRAR-FACTURA.                                             00014920
                                                                        00014930
           ADD CN-1                          TO CT-FACTURAS             00014940
                                                                        00014950
           COMPUTE WK-IMP-LIMITE ROUNDED =                              00014960
                   WK-TOT-CALCULADO +                                   00014970
                   WK-TOT-CALCULADO * WK-TOLERANCIA / CN-100            00014980
                                                                        00014990
           IF  WK-TOT-FACTURADO > WK-IMP-LIMITE                         00015000
               ADD CN-1                      TO CT-RETENIDAS            00015010
               MOVE CA-RES-RETENER           TO WT-RESULTADO            00015020
           ELSE                                                         00015030
               MOVE CA-RES-CONFORME          TO WT-RESULTADO            00015040
           END-IF                                                       00015050
                                                                        00015060
           MOVE WK-CENTRO-ANT                TO WT-CENTROEMB            00015070
           MOVE WK-NUMFACT-ANT               TO WT-NUMFACT              00015080
           MOVE WK-TOT-FACTURADO             TO WT-IMP-FACTURADO        00015090
           MOVE WK-TOT-CALCULADO             TO WT-IMP-CALCULADO        00015100
           COMPUTE WT-DIF-IMPORTE = WK-TOT-FACTURADO - WK-TOT-CALCULADO 00015110
                                                                        00015120
           MOVE WK-LINEA-TOTAL               TO REG-MPCHFAS1            00015130
           PERFORM 3500-ESCRIBIR-LINEA                                  00015140
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00015150
           MOVE SPACES                       TO REG-MPCHFAS1            00015160
           PERFORM 3500-ESCRIBIR-LINEA                                  00015170
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00015180
                                                                        00015190
           .                                                            00015200
       3150-CERRAR-FACTURA-EXIT.                                        00015210
           EXIT.                                                        00015220
                                                                        00015230
      ******************************************************************00015240
      ***                   3200-VALORAR-LINEA                       ***00015250
      ***                   ------------------                       ***00015260
      * SE BUSCA LA TARIFA DE CONTRATO Y SE CALCULA EL IMPORTE DE LA   *00015270
      * CANTIDAD CONTADA. SIN TARIFA EL IMPORTE CALCULADO ES CERO.     *00015280
      ******************************************************************00015290
       3200-VALORAR-LINEA.                                              00015300
                                                                        00015310
           PERFORM 3400-BUSCAR-TARIFA                                   00015320
              THRU 3400-BUSCAR-TARIFA-EXIT                              00015330
                                                                        00015340
           IF  SI-TARIFA-ENCONTRADA                                     00015350
               COMPUTE WK-IMP-CALCULADO ROUNDED =                       00015360
                       WK-CANT-CONTADA * WK-PRECIO                      00015370
           ELSE                                                         00015380
               ADD CN-1                      TO CT-LINEAS-SIN-TARIFA    00015390
               MOVE ZEROES                   TO WK-IMP-CALCULADO        00015400
               MOVE CA-OBS-SIN-TARIFA        TO WK-OBSERVACION          00015410
           END-IF                                                       00015420
                                                                        00015430
           .                                                            00015440
       3200-VALORAR-LINEA-EXIT.                                         00015450
           EXIT.                                                        00015460
                                                                        00015470
      ******************************************************************00015480
      ***                   3250-ESCRIBIR-DETALLE                    ***00015490
      ***                   ---------------------                    ***00015500
      * SE ESCRIBE LA LINEA DE DETALLE CON LAS DIFERENCIAS DE CANTIDAD *00015510
      * E IMPORTE.                                                     *00015520
      ******************************************************************00015530
       3250-ESCRIBIR-DETALLE.                                           00015540
                                                                        00015550
           MOVE WK-INDTIPT-BUSCAR            TO WD-INDTIPT              00015560
           MOVE WK-SERVICIO-BUSCAR           TO WD-SERVICIO             00015570
           MOVE WK-CANT-FACTURADA            TO WD-CANT-FACTURADA       00015580
           MOVE WK-CANT-CONTADA              TO WD-CANT-CONTADA         00015590
           COMPUTE WD-DIF-CANTIDAD = WK-CANT-FACTURADA - WK-CANT-CONTADA00015600
           MOVE WK-PRECIO                    TO WD-PRECIO               00015610
           MOVE WK-IMP-FACTURADO             TO WD-IMP-FACTURADO        00015620
           MOVE WK-IMP-CALCULADO             TO WD-IMP-CALCULADO        00015630
           COMPUTE WD-DIF-IMPORTE = WK-IMP-FACTURADO - WK-IMP-CALCULADO 00015640
           MOVE WK-OBSERVACION               TO WD-OBSERVACION          00015650
                                                                        00015660
           MOVE WK-LINEA-DETALLE             TO REG-MPCHFAS1            00015670
           PERFORM 3500-ESCRIBIR-LINEA                                  00015680
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00015690
                                                                        00015700
           .                                                            00015710
       3250-ESCRIBIR-DETALLE-EXIT.                                      00015720
           EXIT.                                                        00015730
                                                                        00015740
      ******************************************************************00015750
      ***                   3300-LISTAR-NO-FACTURADA                 ***00015760
      ***                   ------------------------                 ***00015770
      * SE LISTAN LOS GRUPOS DE PRODUCCION CONTADA QUE NINGUNA LINEA   *00015780
      * DE FACTURA DEL PERIODO HA RECOGIDO.                            *00015790
      ******************************************************************00015800
       3300-LISTAR-NO-FACTURADA.                                        00015810
                                                                        00015820
           MOVE WK-LINEA-SECCION             TO REG-MPCHFAS1            00015830
           PERFORM 3500-ESCRIBIR-LINEA                                  00015840
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00015850
           MOVE WK-LINEA-TITULOS             TO REG-MPCHFAS1            00015860
           PERFORM 3500-ESCRIBIR-LINEA                                  00015870
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00015880
                                                                        00015890
           PERFORM 3310-LISTAR-GRUPO                                    00015900
              THRU 3310-LISTAR-GRUPO-EXIT                               00015910
             VARYING WK-IDX-PRODUCCION FROM 1 BY 1                      00015920
               UNTIL WK-IDX-PRODUCCION > WK-NUM-PRODUCCION              00015930
                                                                        00015940
           .                                                            00015950
       3300-LISTAR-NO-FACTURADA-EXIT.                                   00015960
           EXIT.                                                        00015970
                                                                        00015980
      ******************************************************************00015990
      ***                   3310-LISTAR-GRUPO                        ***00016000
      ***                   -----------------                        ***00016010
      * SE VALORA Y LISTA EL GRUPO WK-IDX-PRODUCCION SI NO SE FACTURO. *00016020
      ******************************************************************00016030
       3310-LISTAR-GRUPO.                                               00016040
                                                                        00016050
           IF  WK-PR-FACTURADA (WK-IDX-PRODUCCION) = CA-SI              00016060
               GO TO 3310-LISTAR-GRUPO-EXIT                             00016070
           END-IF                                                       00016080
                                                                        00016090
           ADD CN-1                          TO CT-NO-FACTURADAS        00016100
                                                                        00016110
           MOVE WK-PR-CENTROEMB (WK-IDX-PRODUCCION)                     00016120
                                             TO WK-CENTRO-BUSCAR        00016130
           MOVE WK-PR-INDTIPT   (WK-IDX-PRODUCCION)                     00016140
                                             TO WK-INDTIPT-BUSCAR       00016150
           MOVE WK-PR-SERVICIO  (WK-IDX-PRODUCCION)                     00016160
                                             TO WK-SERVICIO-BUSCAR      00016170
           MOVE WK-PR-CANTIDAD  (WK-IDX-PRODUCCION)                     00016180
                                             TO WK-CANT-CONTADA         00016190
           MOVE ZEROES                       TO WK-CANT-FACTURADA       00016200
                                                WK-IMP-FACTURADO        00016210
           MOVE CA-OBS-NO-FACTURADA          TO WK-OBSERVACION          00016220
                                                                        00016230
           PERFORM 3200-VALORAR-LINEA                                   00016240
              THRU 3200-VALORAR-LINEA-EXIT                              00016250
                                                                        00016260
           MOVE WK-CENTRO-BUSCAR             TO WD-CENTROEMB            00016270
           MOVE SPACES                       TO WD-NUMFACT              00016280
           MOVE ZEROES                       TO WD-NUMLINEA             00016290
                                                                        00016300
           PERFORM 3250-ESCRIBIR-DETALLE                                00016310
              THRU 3250-ESCRIBIR-DETALLE-EXIT                           00016320
                                                                        00016330
           .                                                            00016340
       3310-LISTAR-GRUPO-EXIT.                                          00016350
           EXIT.                                                        00016360
                                                                        00016370
      ******************************************************************00016380
      ***                   3400-BUSCAR-TARIFA                       ***00016390
      ***                   ------------------                       ***00016400
      * SE OBTIENE EL PRECIO DE CONTRATO DEL CENTRO, TIPO DE TARJETA Y *00016410
      * SERVICIO VIGENTE AL CIERRE DEL PERIODO.                        *00016420
      ******************************************************************00016430
       3400-BUSCAR-TARIFA.                                              00016440
                                                                        00016450
           SET NO-TARIFA-ENCONTRADA          TO TRUE                    00016460
           MOVE ZEROES                       TO WK-PRECIO               00016470
                                                                        00016480
           MOVE WK-CENTRO-BUSCAR             TO G3214-CENTROEMB         00016490
           MOVE WK-INDTIPT-BUSCAR            TO G3214-INDTIPT           00016500
           MOVE WK-SERVICIO-BUSCAR           TO G3214-SERVICIO          00016510
                                                                        00016520
           EXEC SQL                                                     00016530
                SELECT G3214_PRECIO                                     00016540
                  INTO :G3214-PRECIO                                    00016550
                  FROM EMBOZ_TARIFA                                     00016560
                 WHERE G3214_CENTROEMB = :G3214-CENTROEMB               00016570
                   AND G3214_INDTIPT   = :G3214-INDTIPT                 00016580
                   AND G3214_SERVICIO  = :G3214-SERVICIO                00016590
                   AND G3214_INDACTIVO = 'S'                            00016600
                   AND DATE(:WK-FIN-PERIODO)                            00016610
                       BETWEEN G3214_FECINIVIG AND G3214_FECFINVIG      00016620
                 ORDER BY G3214_FECINIVIG DESC                          00016630
                 FETCH FIRST 1 ROW ONLY                                 00016640
           END-EXEC                                                     00016650
                                                                        00016660
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00016670
                                                                        00016680
           EVALUATE  TRUE                                               00016690
               WHEN  DB2-OK                                             00016700
                     SET SI-TARIFA-ENCONTRADA TO TRUE                   00016710
                     MOVE G3214-PRECIO        TO WK-PRECIO              00016720
                                                                        00016730
               WHEN  DB2-CLV-NOT-FOUND                                  00016740
                     CONTINUE                                           00016750
                                                                        00016760
               WHEN  OTHER                                              00016770
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00016780
                     MOVE CA-ERR-TARIFA       TO WK-DESCRIPCION         00016790
                     MOVE CA-PRF-3400         TO WK-PARRAFO             00016800
                     MOVE CA-MPCHFAC          TO WK-RUTINA              00016810
                     MOVE CA-EMBOZ-TARIFA     TO WK-TABLA-DB2           00016820
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00016830
                                                                        00016840
                     PERFORM 9000-CANCELACION                           00016850
                        THRU 9000-CANCELACION-EXIT                      00016860
                                                                        00016870
           END-EVALUATE                                                 00016880
                                                                        00016890
           .                                                            00016900
       3400-BUSCAR-TARIFA-EXIT.                                         00016910
           EXIT.                                                        00016920
                                                                        00016930
      ******************************************************************00016940
      ***                   3500-ESCRIBIR-LINEA                      ***00016950
      ***                   -------------------                      ***00016960
      * SE ESCRIBE UNA LINEA EN EL INFORME DE CONCILIACION.            *00016970
      ******************************************************************00016980
       3500-ESCRIBIR-LINEA.                                             00016990
                                                                        00017000
           WRITE REG-MPCHFAS1                                           00017010
                                                                        00017020
           IF  FS-MPCHFAS1 NOT = CA-FS-OK                               00017030
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00017040
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00017050
               MOVE CA-PRF-3500              TO WK-PARRAFO              00017060
               MOVE CA-MPCHFAS1              TO WK-DDNAME               00017070
               MOVE FS-MPCHFAS1              TO WK-FILE-STATUS          00017080
               MOVE REG-MPCHFAS1             TO WK-DATOS-REGISTRO       00017090
                                                                        00017100
               PERFORM 9000-CANCELACION                                 00017110
                  THRU 9000-CANCELACION-EXIT                            00017120
                                                                        00017130
           END-IF                                                       00017140
                                                                        00017150
           .                                                            00017160
       3500-ESCRIBIR-LINEA-EXIT.                                        00017170
           EXIT.                                                        00017180
                                                                        00017190
      ******************************************************************00017200
      ***                   3600-CERRAR-FICHEROS                     ***00017210
      ***                   --------------------                     ***00017220
      * SE CIERRAN LOS FICHEROS PENDIENTES.                            *00017230
      ******************************************************************00017240
       3600-CERRAR-FICHEROS.                                            00017250
                                                                        00017260
           CLOSE MPCHFAE1                                               00017270
                 MPCHFAS1                                               00017280
                                                                        00017290
           IF  FS-MPCHFAS1 NOT = CA-FS-OK                               00017300
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00017310
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00017320
               MOVE CA-PRF-3600              TO WK-PARRAFO              00017330
               MOVE CA-MPCHFAS1              TO WK-DDNAME               00017340
               MOVE FS-MPCHFAS1              TO WK-FILE-STATUS          00017350
                                                                        00017360
               PERFORM 9000-CANCELACION                                 00017370
                  THRU 9000-CANCELACION-EXIT                            00017380
                                                                        00017390
           END-IF                                                       00017400
                                                                        00017410
           .                                                            00017420
       3600-CERRAR-FICHEROS-EXIT.                                       00017430
           EXIT.                                                        00017440
                                                                        00017450
      ******************************************************************00017460
      ***                   3700-ESTADISTICAS                        ***00017470
      ***                   -----------------                        ***00017480
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00017490
      ******************************************************************00017500
       3700-ESTADISTICAS.                                               00017510
                                                                        00017520
           MOVE CT-LEIDOS-PRODUCCION          TO WK-LEIDOS-PROD-ED      00017530
           MOVE CT-PRODUCCION-PERIODO         TO WK-PROD-PERIODO-ED     00017540
           MOVE CT-SIN-EMBOSADOR              TO WK-SIN-EMBOS-ED        00017550
           MOVE CT-LEIDOS-URGENTES            TO WK-URGENTES-ED         00017560
           MOVE CT-LEIDOS-REEXPEDICIONES      TO WK-REEXPED-ED          00017570
           MOVE CT-LINEAS-FACTURA             TO WK-LINEAS-FACT-ED      00017580
           MOVE CT-FACTURAS                   TO WK-FACTURAS-ED         00017590
           MOVE CT-LINEAS-SIN-TARIFA          TO WK-SIN-TARIFA-ED       00017600
           MOVE CT-RETENIDAS                  TO WK-RETENIDAS-ED        00017610
           MOVE CT-NO-FACTURADAS              TO WK-NO-FACTURADAS-ED    00017620
                                                                        00017630
           DISPLAY WK-CAB-1                                             00017640
           DISPLAY WK-CAB-2                                             00017650
           DISPLAY WK-CAB-1                                             00017660
           DISPLAY WK-CAB-3                                             00017670
           DISPLAY WK-CAB-4                                             00017680
           DISPLAY WK-CAB-5                                             00017690
           DISPLAY WK-CAB-6                                             00017700
           DISPLAY WK-CAB-7                                             00017710
           DISPLAY WK-CAB-8                                             00017720
           DISPLAY WK-CAB-9                                             00017730
           DISPLAY WK-CAB-10                                            00017740
           DISPLAY WK-CAB-11                                            00017750
           DISPLAY WK-CAB-12                                            00017760
           DISPLAY WK-CAB-1                                             00017770
                                                                        00017780
           .                                                            00017790
       3700-ESTADISTICAS-EXIT.                                          00017800
           EXIT.                                                        00017810
                                                                        00017820
      ******************************************************************00017830
      ***                   9100-LEER-MPCHFAE1                       ***00017840
      ***                   ------------------                       ***00017850
      * SE LEE LA SIGUIENTE TARJETA DE LA PRODUCCION CONCILIADA.       *00017860
      ******************************************************************00017870
       9100-LEER-MPCHFAE1.                                              00017880
                                                                        00017890
           READ MPCHFAE1                                                00017900
           AT END                                                       00017910
                SET SI-FIN-MPCHFAE1          TO TRUE                    00017920
           END-READ                                                     00017930
                                                                        00017940
           IF  FS-MPCHFAE1 NOT = CA-FS-OK AND CA-FS-EOF                 00017950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00017960
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00017970
               MOVE CA-PRF-9100              TO WK-PARRAFO              00017980
               MOVE CA-MPCHFAE1              TO WK-DDNAME               00017990
               MOVE FS-MPCHFAE1              TO WK-FILE-STATUS          00018000
                                                                        00018010
               PERFORM 9000-CANCELACION                                 00018020
                  THRU 9000-CANCELACION-EXIT                            00018030
                                                                        00018040
           END-IF                                                       00018050
                                                                        00018060
           IF  NOT SI-FIN-MPCHFAE1                                      00018070
               ADD CN-1                      TO CT-LEIDOS-PRODUCCION    00018080
           END-IF                                                       00018090
                                                                        00018100
           .                                                            00018110
       9100-LEER-MPCHFAE1-EXIT.                                         00018120
           EXIT.                                                        00018130
                                                                        00018140
      ******************************************************************00018150
      ***                   9200-LEER-MPCHFAE2                       ***00018160
      ***                   ------------------                       ***00018170
      * SE LEE EL SIGUIENTE REGISTRO DEL FLUJO URGENTE, COMPROBANDO SU *00018180
      * CLASIFICACION. AL FINAL SE DEJA EL XPAN A HIGH-VALUES.         *00018190
      ******************************************************************00018200
       9200-LEER-MPCHFAE2.                                              00018210
                                                                        00018220
           READ MPCHFAE2                                                00018230
           AT END                                                       00018240
                SET SI-FIN-MPCHFAE2          TO TRUE                    00018250
                MOVE HIGH-VALUES             TO WK-XPAN-URG             00018260
           END-READ                                                     00018270
                                                                        00018280
           IF  FS-MPCHFAE2 NOT = CA-FS-OK AND CA-FS-EOF                 00018290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00018300
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00018310
               MOVE CA-PRF-9200              TO WK-PARRAFO              00018320
               MOVE CA-MPCHFAE2              TO WK-DDNAME               00018330
               MOVE FS-MPCHFAE2              TO WK-FILE-STATUS          00018340
                                                                        00018350
               PERFORM 9000-CANCELACION                                 00018360
                  THRU 9000-CANCELACION-EXIT                            00018370
                                                                        00018380
           END-IF                                                       00018390
                                                                        00018400
           IF  SI-FIN-MPCHFAE2                                          00018410
               GO TO 9200-LEER-MPCHFAE2-EXIT                            00018420
           END-IF                                                       00018430
                                                                        00018440
           ADD CN-1                          TO CT-LEIDOS-URGENTES      00018450
                                                                        00018460
           IF  SU-XPAN < WK-XPAN-URG                                    00018470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00018480
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00018490
               MOVE CA-PRF-9200              TO WK-PARRAFO              00018500
               MOVE CA-MPCHFAE2              TO WK-DDNAME               00018510
               MOVE REG-MPCHFAE2             TO WK-DATOS-REGISTRO       00018520
                                                                        00018530
               PERFORM 9000-CANCELACION                                 00018540
                  THRU 9000-CANCELACION-EXIT                            00018550
                                                                        00018560
           END-IF                                                       00018570
                                                                        00018580
           MOVE SU-XPAN                      TO WK-XPAN-URG             00018590
                                                                        00018600
           .                                                            00018610
       9200-LEER-MPCHFAE2-EXIT.                                         00018620
           EXIT.                                                        00018630
                                                                        00018640
      ******************************************************************00018650
      ***                   9300-LEER-MPCHFAE3                       ***00018660
      ***                   ------------------                       ***00018670
      * SE LEE LA SIGUIENTE REEXPEDICION, COMPROBANDO SU               *00018680
      * CLASIFICACION. AL FINAL SE DEJA EL XPAN A HIGH-VALUES.         *00018690
      ******************************************************************00018700
       9300-LEER-MPCHFAE3.                                              00018710
                                                                        00018720
           READ MPCHFAE3                                                00018730
           AT END                                                       00018740
                SET SI-FIN-MPCHFAE3          TO TRUE                    00018750
                MOVE HIGH-VALUES             TO WK-XPAN-REX             00018760
           END-READ                                                     00018770
                                                                        00018780
           IF  FS-MPCHFAE3 NOT = CA-FS-OK AND CA-FS-EOF                 00018790
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00018800
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00018810
               MOVE CA-PRF-9300              TO WK-PARRAFO              00018820
               MOVE CA-MPCHFAE3              TO WK-DDNAME               00018830
               MOVE FS-MPCHFAE3              TO WK-FILE-STATUS          00018840
                                                                        00018850
               PERFORM 9000-CANCELACION                                 00018860
                  THRU 9000-CANCELACION-EXIT                            00018870
                                                                        00018880
           END-IF                                                       00018890
                                                                        00018900
           IF  SI-FIN-MPCHFAE3                                          00018910
               GO TO 9300-LEER-MPCHFAE3-EXIT                            00018920
           END-IF                                                       00018930
                                                                        00018940
           ADD CN-1                          TO CT-LEIDOS-REEXPEDICIONES00018950
                                                                        00018960
           IF  RU-XPAN < WK-XPAN-REX                                    00018970
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00018980
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00018990
               MOVE CA-PRF-9300              TO WK-PARRAFO              00019000
               MOVE CA-MPCHFAE3              TO WK-DDNAME               00019010
               MOVE REG-MPCHFAE3             TO WK-DATOS-REGISTRO       00019020
                                                                        00019030
               PERFORM 9000-CANCELACION                                 00019040
                  THRU 9000-CANCELACION-EXIT                            00019050
                                                                        00019060
           END-IF                                                       00019070
                                                                        00019080
           MOVE RU-XPAN                      TO WK-XPAN-REX             00019090
                                                                        00019100
           .                                                            00019110
       9300-LEER-MPCHFAE3-EXIT.                                         00019120
           EXIT.                                                        00019130
                                                                        00019140
      ******************************************************************00019150
      ***                   9000-CANCELACION                         ***00019160
      ***                   ----------------                         ***00019170
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00019180
      ******************************************************************00019190
       9000-CANCELACION.                                                00019200
                                                                        00019210
           MOVE CA-RESP                       TO WK-RESPONSABLE         00019220
                                                                        00019230
           EVALUATE  TRUE                                               00019240
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00019250
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00019260
                         TIPO_ERROR('WK-TIPO-ERROR')                    00019270
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00019280
                         RESPONSABLE('WK-RESPONSABLE')                  00019290
                         DESCRIPCION('WK-DESCRIPCION')                  00019300
                         PROGRAMA('WK-PROGRAMA')                        00019310
                         PARRAFO('WK-PARRAFO')                          00019320
                         SQLCA('SQLCA')                                 00019330
                         TABLA_DB2('WK-TABLA-DB2')                      00019340
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00019350
                     END-FUN                                            00019360
                                                                        00019370
               WHEN  OTHER                                              00019380
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00019390
                         TIPO_ERROR('WK-TIPO-ERROR')                    00019400
                         RESPONSABLE('WK-RESPONSABLE')                  00019410
                         DESCRIPCION('WK-DESCRIPCION')                  00019420
                         PROGRAMA('WK-PROGRAMA')                        00019430
                         PARRAFO('WK-PARRAFO')                          00019440
                         DDNAME('WK-DDNAME')                            00019450
                         FILE_STATUS('WK-FILE-STATUS')                  00019460
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00019470
                     END-FUN                                            00019480
                                                                        00019490
           END-EVALUATE                                                 00019500
                                                                        00019510
           .                                                            00019520
       9000-CANCELACION-EXIT.                                           00019530
           EXIT.                                                        00019540
