      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHCMP.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CARGA DE UNA CAMPANA DE REEMISION MASIVA POR     *00000110
      *               COMPROMISO (BRECHA EN UN PROCESADOR O COMERCIO). *00000120
      *               DA DE ALTA LA CAMPANA EN COMPR_CAMPANA Y, PARA   *00000130
      *               CADA XPAN DE LA LISTA DE COMPROMETIDOS:          *00000140
      *                - LO BLOQUEA EN FRAUDE_BLOQUEO (CODIGO 'CP'),   *00000150
      *                  SALVO QUE YA TUVIERA UN BLOQUEO ACTIVO.       *00000160
      *                - LO CRUZA CON EL CENSO DE TARJETAS Y, SI LA    *00000170
      *                  TARJETA ESTA VIVA Y TRAE PAN NUEVO ASIGNADO,  *00000180
      *                  ESCRIBE LA PETICION DE REEMISION EN FORMATO   *00000190
      *                  MPCHSEE1 CON EL XPAN COMPROMETIDO EN          *00000200
      *                  WK-XPANANT-009. MPCHSEL RECONOCE ESTAS        *00000210
      *                  PETICIONES POR LA CAMPANA ABIERTA Y LAS       *00000220
      *                  ENCAMINA POR EL CIRCUITO URGENTE, SIN PASAR   *00000230
      *                  POR EL CORTE DE CAPACIDAD.                    *00000240
      *                - LO ANOTA EN COMPR_TARJETA CON SU ESTADO, PARA *00000250
      *                  EL SEGUIMIENTO DIARIO DE MPCHCSG.             *00000260
      *               EMITE UN LISTADO DE LA CARGA CON EL RESULTADO DE *00000270
      *               CADA XPAN.                                       *00000280
      *                                                                *00000290
      *               LA LISTA DE COMPROMETIDOS Y EL CENSO DEBEN       *00000300
      *               LLEGAR CLASIFICADOS POR XPAN.                    *00000310
      *-                                                              -*00000320
      *  PARAMETROS SYSIN:                                             *00000330
      *        IDENTIFICADOR DE LA CAMPANA (10), OBLIGATORIO.          *00000340
      *        FECHA DE PROCESO (AAAA-MM-DD), OBLIGATORIA.             *00000350
      *        DESCRIPCION DE LA CAMPANA (50).                         *00000360
      *-                                                              -*00000370
      *  FICHEROS DE ENTRADA:                                          *00000380
      *        MPCHCPE1 : XPAN COMPROMETIDOS, CON EL PAN NUEVO         *00000390
      *                   ASIGNADO POR LA PLATAFORMA DE EMISION,       *00000400
      *                   CLASIFICADO POR XPAN.                        *00000410
      *        MPCHCPE2 : CENSO DE TARJETAS (FORMATO MPCHSEE1),        *00000420
      *                   CLASIFICADO POR XPAN.                        *00000430
      *-                                                              -*00000440
      *  FICHEROS DE SALIDA:                                           *00000450
      *        MPCHCPS1 : PETICIONES DE REEMISION (FORMATO MPCHSEE1)   *00000460
      *                   PARA LA ENTRADA DE MPCHSEL.                  *00000470
      *        MPCHCPS2 : LISTADO DE LA CARGA DE LA CAMPANA (XPAN      *00000480
      *                   ENMASCARADO).                                *00000485
      *-                                                              -*00000490
      *  TABLAS DB2:                                                   *00000500
      *        COMPR_CAMPANA  : CAMPANAS DE COMPROMISO (ALTA).         *00000510
      *        COMPR_TARJETA  : TARJETAS DE LA CAMPANA (ALTA).         *00000520
      *        FRAUDE_BLOQUEO : BLOQUEOS ANTIFRAUDE (ALTA/REACTIVA).   *00000530
      *-                                                              -*00000540
      *  CODIGOS DE RETORNO:                                           *00000550
      *        0 : TODOS LOS XPAN BLOQUEADOS Y REEMITIDOS.             *00000560
      *        4 : ALGUN XPAN DUPLICADO O SIN REEMISION.               *00000570
      *-                                                              -*00000580
      *  RUTINAS Y MODULOS:                                            *00000590
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000600
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000610
      *        MPBAMSK  : ENMASCARADO DEL XPAN SEGUN LA SALIDA.        *00000611
      *-                                                              -*00000620
      ******************************************************************00000630
      *                  M O D I F I C A C I O N E S                   *00000640
      *                  ---------------------------                   *00000650
      *                                                                *00000660
      * USUARIO  FECHA        DESCRIPCION                              *00000670
      * -------- ----------   ---------------------------------------- *00000680
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CARGA DE         *00000690
      *                        CAMPANAS DE REEMISION POR COMPROMISO.   *00000700
      * VIEWNEXT 15-10-2026    LOS XPAN DEL LISTADO DE LA CARGA SE     *00000701
      *                        ENMASCARAN CON LA RUTINA MPBAMSK.       *00000702
      *                                                                *00000710
      ******************************************************************00000720
                                                                        00000730
      ******************************************************************00000740
      * IDENTIFICATION DIVISION                                        *00000750
      ******************************************************************00000760
       IDENTIFICATION DIVISION.                                         00000770
       PROGRAM-ID.    MPCHCMP.                                          00000780
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
      * -- XPAN COMPROMETIDOS.                                          00001040
           SELECT MPCHCPE1 ASSIGN MPCHCPE1                              00001050
                  ACCESS MODE IS SEQUENTIAL                             00001060
                  FILE STATUS IS FS-MPCHCPE1.                           00001070
                                                                        00001080
      * -- CENSO DE TARJETAS.                                           00001090
           SELECT MPCHCPE2 ASSIGN MPCHCPE2                              00001100
                  ACCESS MODE IS SEQUENTIAL                             00001110
                  FILE STATUS IS FS-MPCHCPE2.                           00001120
                                                                        00001130
      * -- PETICIONES DE REEMISION PARA MPCHSEL.                        00001140
           SELECT MPCHCPS1 ASSIGN MPCHCPS1                              00001150
                  ACCESS MODE IS SEQUENTIAL                             00001160
                  FILE STATUS IS FS-MPCHCPS1.                           00001170
                                                                        00001180
      * -- LISTADO DE LA CARGA.                                         00001190
           SELECT MPCHCPS2 ASSIGN MPCHCPS2                              00001200
                  ACCESS MODE IS SEQUENTIAL                             00001210
                  FILE STATUS IS FS-MPCHCPS2.                           00001220
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
       FD  MPCHCPE1                                                     00001340
           BLOCK CONTAINS 0 RECORDS                                     00001350
           RECORDING MODE IS F                                          00001360
           LABEL RECORD ARE STANDARD                                    00001370
           RECORD CONTAINS 80 CHARACTERS                                00001380
           DATA RECORD IS REG-MPCHCPE1.                                 00001390
       01  REG-MPCHCPE1.                                                00001400
           05  CP-XPAN                     PIC X(22).                   00001410
           05  CP-XPAN-NUEVO               PIC X(22).                   00001420
           05  FILLER                      PIC X(36).                   00001430
                                                                        00001440
       FD  MPCHCPE2                                                     00001450
           BLOCK CONTAINS 0 RECORDS                                     00001460
           RECORDING MODE IS F                                          00001470
           LABEL RECORD ARE STANDARD                                    00001480
           RECORD CONTAINS 651 CHARACTERS                               00001490
           DATA RECORD IS REG-MPCHCPE2.                                 00001500
       01  REG-MPCHCPE2                    PIC X(651).                  00001510
                                                                        00001520
       FD  MPCHCPS1                                                     00001530
           BLOCK CONTAINS 0 RECORDS                                     00001540
           RECORDING MODE IS F                                          00001550
           LABEL RECORD ARE STANDARD                                    00001560
           RECORD CONTAINS 651 CHARACTERS                               00001570
           DATA RECORD IS REG-MPCHCPS1.                                 00001580
       01  REG-MPCHCPS1                    PIC X(651).                  00001590
                                                                        00001600
       FD  MPCHCPS2                                                     00001610
           BLOCK CONTAINS 0 RECORDS                                     00001620
           RECORDING MODE IS F                                          00001630
           LABEL RECORD ARE STANDARD                                    00001640
           RECORD CONTAINS 132 CHARACTERS                               00001650
           DATA RECORD IS REG-MPCHCPS2.                                 00001660
       01  REG-MPCHCPS2                    PIC X(132).                  00001670
                                                                        00001680
      *----------------------------------------------------------------*00001690
      * WORKING-STORAGE SECTION                                        *00001700
      *----------------------------------------------------------------*00001710
       WORKING-STORAGE SECTION.                                         00001720
                                                                        00001730
      ******************************************************************00001740
      *                        S W I T C H E S                         *00001750
      ******************************************************************00001760
       01  SW-SWITCHES.                                                 00001770
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001780
               88  DB2-OK                              VALUE 0.         00001790
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001800
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001810
           05  SW-FIN-MPCHCPE1             PIC X(01)   VALUE 'N'.       00001820
               88  SI-FIN-MPCHCPE1                     VALUE 'S'.       00001830
               88  NO-FIN-MPCHCPE1                     VALUE 'N'.       00001840
           05  SW-FIN-MPCHCPE2             PIC X(01)   VALUE 'N'.       00001850
               88  SI-FIN-MPCHCPE2                     VALUE 'S'.       00001860
               88  NO-FIN-MPCHCPE2                     VALUE 'N'.       00001870
           05  SW-BLOQUEO-PREVIO           PIC X(01)   VALUE 'N'.       00001880
               88  SI-BLOQUEO-PREVIO                   VALUE 'S'.       00001890
               88  NO-BLOQUEO-PREVIO                   VALUE 'N'.       00001900
                                                                        00001910
      ******************************************************************00001920
      *                      C O N S T A N T E S                       *00001930
      ******************************************************************00001940
       01  CT-CONSTANTES.                                               00001950
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001960
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001970
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001980
               10  CA-00                   PIC X(02)   VALUE '00'.      00001981
               10  CA-MPCHCMP              PIC X(08)   VALUE 'MPCHCMP'. 00001990
               10  CA-RESP                 PIC X(14)   VALUE            00002000
                                   'MEDIOS DE PAGO'.                    00002010
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002020
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002030
               10  CA-MPCHCPE1             PIC X(08)   VALUE 'MPCHCPE1'.00002040
               10  CA-MPCHCPE2             PIC X(08)   VALUE 'MPCHCPE2'.00002050
               10  CA-MPCHCPS1             PIC X(08)   VALUE 'MPCHCPS1'.00002060
               10  CA-MPCHCPS2             PIC X(08)   VALUE 'MPCHCPS2'.00002070
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00002071
               10  CA-COMPR-CAMPANA        PIC X(13)   VALUE            00002080
                                   'COMPR_CAMPANA'.                     00002090
               10  CA-COMPR-TARJETA        PIC X(13)   VALUE            00002100
                                   'COMPR_TARJETA'.                     00002110
               10  CA-FRAUDE-BLOQUEO       PIC X(14)   VALUE            00002120
                                   'FRAUDE_BLOQUEO'.                    00002130
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002140
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00002150
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00002160
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00002170
      *--      CODIGO DE BLOQUEO DE LAS TARJETAS COMPROMETIDAS.         00002180
               10  CA-COD-COMPROMISO       PIC X(02)   VALUE 'CP'.      00002190
      *--      ESTADOS DE LA CAMPANA Y DE SUS TARJETAS.                 00002200
               10  CA-CAMPANA-ABIERTA      PIC X(01)   VALUE 'A'.       00002210
               10  CA-EST-BLOQUEADA        PIC X(01)   VALUE 'B'.       00002220
               10  CA-EST-REEMITIDA        PIC X(01)   VALUE 'R'.       00002230
      *--      FECHA QUE INDICA HITO NO ALCANZADO O SIN CIERRE.         00002240
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002250
                                   '0001-01-01'.                        00002260
               10  CA-FECHA-SIN-CIERRE     PIC X(10)   VALUE            00002270
                                   '9999-12-31'.                        00002280
      *--      RESULTADOS DEL LISTADO DE CARGA.                         00002290
               10  CA-BLQ-NUEVO            PIC X(06)   VALUE 'NUEVO'.   00002300
               10  CA-BLQ-PREVIO           PIC X(06)   VALUE 'PREVIO'.  00002310
               10  CA-RES-REEMITIDA        PIC X(30)   VALUE            00002320
                                   'REEMITIDA'.                         00002330
               10  CA-RES-NO-CENSO         PIC X(30)   VALUE            00002340
                                   'SIN REEMISION: NO EN CENSO'.        00002350
               10  CA-RES-BAJA             PIC X(30)   VALUE            00002360
                                   'SIN REEMISION: TARJETA DE BAJA'.    00002370
               10  CA-RES-SIN-PAN          PIC X(30)   VALUE            00002380
                                   'SIN REEMISION: SIN PAN NUEVO'.      00002390
               10  CA-RES-DUPLICADA        PIC X(30)   VALUE            00002400
                                   'DUPLICADA EN LA CAMPANA'.           00002410
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002420
                                   'ERROR AL ABRIR UN FICHERO'.         00002430
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002440
                                   'ERROR AL CERRAR UN FICHERO'.        00002450
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002460
                                   'ERROR AL LEER UN FICHERO'.          00002470
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002480
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002490
               10  CA-ERR-PARAMETROS       PIC X(38)   VALUE            00002500
                         'CAMPANA O FECHA DE SYSIN SIN INFORMAR '.      00002510
               10  CA-ERR-CAMPANA-EXISTE   PIC X(38)   VALUE            00002520
                         'LA CAMPANA YA ESTA CARGADA            '.      00002530
               10  CA-ERR-SECUENCIA        PIC X(38)   VALUE            00002540
                         'FICHERO NO CLASIFICADO POR XPAN       '.      00002550
               10  CA-ERR-CAMPANA          PIC X(38)   VALUE            00002560
                         'ERROR EN LA TABLA COMPR_CAMPANA       '.      00002570
               10  CA-ERR-TARJETA          PIC X(38)   VALUE            00002580
                         'ERROR EN LA TABLA COMPR_TARJETA       '.      00002590
               10  CA-ERR-FRAUDE           PIC X(38)   VALUE            00002600
                         'ERROR EN LA TABLA FRAUDE_BLOQUEO      '.      00002610
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE            00002611
                                   'ERROR AL ENMASCARAR EL XPAN'.       00002612
               10  CA-PRF-1050             PIC X(23)   VALUE            00002620
                                   '1050-VALIDAR-PARAMETROS'.           00002630
               10  CA-PRF-1100             PIC X(19)   VALUE            00002640
                                   '1100-ABRIR-FICHEROS'.               00002650
               10  CA-PRF-1200             PIC X(20)   VALUE            00002660
                                   '1200-ALTA-CAMPANA'.                 00002670
               10  CA-PRF-2150             PIC X(20)   VALUE            00002671
                                   '2150-ENMASCARAR-XPAN'.              00002672
               10  CA-PRF-2200             PIC X(20)   VALUE            00002680
                                   '2200-ALTA-TARJETA'.                 00002690
               10  CA-PRF-2300             PIC X(20)   VALUE            00002700
                                   '2300-BLOQUEAR-XPAN'.                00002710
               10  CA-PRF-2400             PIC X(23)   VALUE            00002720
                                   '2400-ESCRIBIR-REEMISION'.           00002730
               10  CA-PRF-3050             PIC X(24)   VALUE            00002740
                                   '3050-TOTALIZAR-CAMPANA'.            00002750
               10  CA-PRF-3100             PIC X(20)   VALUE            00002760
                                   '3100-CERRAR-FICHEROS'.              00002770
               10  CA-PRF-9100             PIC X(18)   VALUE            00002780
                                   '9100-LEER-MPCHCPE1'.                00002790
               10  CA-PRF-9150             PIC X(18)   VALUE            00002800
                                   '9150-LEER-MPCHCPE2'.                00002810
               10  CA-PRF-9200             PIC X(21)   VALUE            00002820
                                   '9200-ESCRIBIR-LISTADO'.             00002830
                                                                        00002840
           05  CN-CONSTANTES-NUMERICAS.                                 00002850
               10  CN-1                    PIC 9(01)   VALUE 1.         00002860
               10  CN-4                    PIC 9(01)   VALUE 4.         00002870
               10  CN-MAX-EMISION          PIC 9(03)   VALUE 999.       00002880
                                                                        00002890
      ******************************************************************00002900
      *                    C O N T A D O R E S                         *00002910
      ******************************************************************00002920
       01  CT-CONTADORES.                                               00002930
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00002940
           05  CT-DUPLICADAS               PIC 9(9)    VALUE ZEROES.    00002950
           05  CT-CARGADAS                 PIC 9(9)    VALUE ZEROES.    00002960
           05  CT-BLOQUEOS-NUEVOS          PIC 9(9)    VALUE ZEROES.    00002970
           05  CT-BLOQUEOS-PREVIOS         PIC 9(9)    VALUE ZEROES.    00002980
           05  CT-REEMITIDAS               PIC 9(9)    VALUE ZEROES.    00002990
           05  CT-SIN-REEMISION            PIC 9(9)    VALUE ZEROES.    00003000
                                                                        00003010
      ******************************************************************00003020
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003030
      ******************************************************************00003040
       01  WK-ESTADISTICA.                                              00003050
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003060
           05  WK-CAB-2                    PIC X(55)   VALUE            00003070
                   '* ESTADISTICAS DE MPCHCMP                   *'.     00003080
           05  WK-CAB-3.                                                00003090
               10  FILLER                  PIC X(45)   VALUE            00003100
                   '* XPAN COMPROMETIDOS LEIDOS:               '.       00003110
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00003120
               10  FILLER                  PIC X(01)   VALUE '*'.       00003130
           05  WK-CAB-4.                                                00003140
               10  FILLER                  PIC X(45)   VALUE            00003150
                   '* XPAN DUPLICADOS EN LA CAMPANA:           '.       00003160
               10  WK-DUPLICADAS-ED        PIC ZZZZZZZZ9.               00003170
               10  FILLER                  PIC X(01)   VALUE '*'.       00003180
           05  WK-CAB-5.                                                00003190
               10  FILLER                  PIC X(45)   VALUE            00003200
                   '* TARJETAS CARGADAS EN LA CAMPANA:         '.       00003210
               10  WK-CARGADAS-ED          PIC ZZZZZZZZ9.               00003220
               10  FILLER                  PIC X(01)   VALUE '*'.       00003230
           05  WK-CAB-6.                                                00003240
               10  FILLER                  PIC X(45)   VALUE            00003250
                   '* BLOQUEOS NUEVOS EN FRAUDE_BLOQUEO:       '.       00003260
               10  WK-BLOQ-NUEVOS-ED       PIC ZZZZZZZZ9.               00003270
               10  FILLER                  PIC X(01)   VALUE '*'.       00003280
           05  WK-CAB-7.                                                00003290
               10  FILLER                  PIC X(45)   VALUE            00003300
                   '* XPAN YA BLOQUEADOS PREVIAMENTE:          '.       00003310
               10  WK-BLOQ-PREVIOS-ED      PIC ZZZZZZZZ9.               00003320
               10  FILLER                  PIC X(01)   VALUE '*'.       00003330
           05  WK-CAB-8.                                                00003340
               10  FILLER                  PIC X(45)   VALUE            00003350
                   '* PETICIONES DE REEMISION (MPCHCPS1):      '.       00003360
               10  WK-REEMITIDAS-ED        PIC ZZZZZZZZ9.               00003370
               10  FILLER                  PIC X(01)   VALUE '*'.       00003380
           05  WK-CAB-9.                                                00003390
               10  FILLER                  PIC X(45)   VALUE            00003400
                   '* BLOQUEADAS SIN REEMISION:                '.       00003410
               10  WK-SIN-REEMISION-ED     PIC ZZZZZZZZ9.               00003420
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
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHCMP'. 00003530
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003540
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003550
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003560
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003570
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003580
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003590
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003600
                                                                        00003610
      ******************************************************************00003620
      *                      F I L E  S T A T U S                      *00003630
      ******************************************************************00003640
       01  FS-FILE-STATUS.                                              00003650
           05  FS-MPCHCPE1                 PIC X(02).                   00003660
           05  FS-MPCHCPE2                 PIC X(02).                   00003670
           05  FS-MPCHCPS1                 PIC X(02).                   00003680
           05  FS-MPCHCPS2                 PIC X(02).                   00003690
                                                                        00003700
      ******************************************************************00003710
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003720
      ******************************************************************00003730
       01  WK-PARAMETROS-SYSIN.                                         00003740
           05  WK-IDCAMPANA                PIC X(10)   VALUE SPACES.    00003750
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00003760
           05  WK-DESC-CAMPANA             PIC X(50)   VALUE SPACES.    00003770
                                                                        00003780
      ******************************************************************00003790
      * CLAVES DEL CRUCE POR XPAN Y DATOS DE LA TARJETA TRATADA.       *00003800
      ******************************************************************00003810
       01  WK-CRUCE.                                                    00003820
           05  WK-CLAVE-ANTERIOR           PIC X(22)   VALUE LOW-VALUES.00003830
           05  WK-CLAVE-CENSO              PIC X(22)   VALUE LOW-VALUES.00003840
           05  WK-CLAVE-CENSO-ANT          PIC X(22)   VALUE LOW-VALUES.00003850
           05  WK-ESTADO-TARJETA           PIC X(01)   VALUE SPACES.    00003860
           05  WK-FECREEMISION             PIC X(10)   VALUE SPACES.    00003870
           05  WK-RESULTADO                PIC X(30)   VALUE SPACES.    00003880
           05  WK-NUM-BLOQUEOS             PIC S9(09)  COMP VALUE +0.   00003890
           05  WK-NUEVA-EMISION            PIC 9(03)   VALUE ZEROES.    00003900
           05  WK-USUAUDIT.                                             00003910
               10  WK-USU-PROGRAMA         PIC X(08)   VALUE 'MPCHCMP'. 00003920
               10  FILLER                  PIC X(01)   VALUE SPACE.     00003930
               10  WK-USU-CAMPANA          PIC X(10)   VALUE SPACES.    00003940
               10  FILLER                  PIC X(11)   VALUE SPACES.    00003950
                                                                        00003960
      ******************************************************************00003970
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00003980
      * CAMPOS NECESARIOS PARA LA REEMISION.                           *00003990
      ******************************************************************00004000
       01  WK-REGISTRO.                                                 00004010
           05  WK-CDGENTI-009              PIC X(04).                   00004020
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00004030
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00004040
           05  WK-CENTALTA-009             PIC X(04).                   00004050
           05  WK-CUENTNU-009              PIC X(12).                   00004060
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00004070
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00004080
           05  WK-TIPBON-009               PIC X(06).                   00004090
           05  WK-XPAN-009                 PIC X(22).                   00004100
           05  WK-XPANANT-009              PIC X(22).                   00004110
           05  WK-FECALTA-009              PIC X(10).                   00004120
           05  WK-FECALTAN-009             PIC X(10).                   00004130
           05  WK-FEULTUSO-009             PIC X(10).                   00004140
           05  WK-INSITTAR-009             PIC S9(02)V USAGE COMP-3.    00004150
           05  WK-INULTTAR-009             PIC X(02).                   00004160
           05  WK-INDNOREN-009             PIC S9(01)V USAGE COMP-3.    00004170
           05  WK-CODBLQ-009               PIC S9(02)V USAGE COMP-3.    00004180
           05  WK-FEULTBLQ-009             PIC X(10).                   00004190
           05  WK-TEXBLQ-009               PIC X(30).                   00004200
           05  WK-FECBAJA-009              PIC X(10).                   00004210
           05  WK-MOTBAJA-009              PIC X(02).                   00004220
           05  WK-CADTARJ-009              PIC S9(06)V USAGE COMP-3.    00004230
           05  WK-CADANTTJ-009             PIC S9(06)V USAGE COMP-3.    00004240
           05  FILLER                      PIC X(128).                  00004250
           05  WK-ISSUENUM-009             PIC S9(03)V USAGE COMP-3.    00004260
           05  WK-ISSUEANT-009             PIC S9(03)V USAGE COMP-3.    00004270
           05  FILLER                      PIC X(338).                  00004280
                                                                        00004290
      ******************************************************************00004300
      *                 L I N E A S  D E  I N F O R M E                *00004310
      ******************************************************************00004320
       01  WK-LINEA-CABECERA.                                           00004330
           05  FILLER                      PIC X(40)   VALUE            00004340
               'MPCHCMP - CARGA DE CAMPANA DE COMPROMISO'.              00004350
           05  FILLER                      PIC X(01)   VALUE SPACE.     00004360
           05  WC-IDCAMPANA                PIC X(10).                   00004370
           05  FILLER                      PIC X(03)   VALUE ' - '.     00004380
           05  WC-DESC-CAMPANA             PIC X(50).                   00004390
           05  FILLER                      PIC X(03)   VALUE ' - '.     00004400
           05  WC-FECHA-PROCESO            PIC X(10).                   00004410
           05  FILLER                      PIC X(15)   VALUE SPACES.    00004420
                                                                        00004430
       01  WK-LINEA-TITULOS.                                            00004440
           05  FILLER                      PIC X(24)   VALUE            00004450
                                   'XPAN COMPROMETIDO'.                 00004460
           05  FILLER                      PIC X(24)   VALUE            00004470
                                   'XPAN NUEVO'.                        00004480
           05  FILLER                      PIC X(06)   VALUE 'ENTI'.    00004490
           05  FILLER                      PIC X(06)   VALUE 'CENT'.    00004500
           05  FILLER                      PIC X(14)   VALUE 'CUENTA'.  00004510
           05  FILLER                      PIC X(08)   VALUE 'BLOQUEO'. 00004520
           05  FILLER                      PIC X(50)   VALUE            00004530
                                   'RESULTADO'.                         00004540
                                                                        00004550
       01  WK-LINEA-DETALLE.                                            00004560
           05  WD-XPAN                     PIC X(22).                   00004570
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004580
           05  WD-XPAN-NUEVO               PIC X(22).                   00004590
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004600
           05  WD-CDGENTI                  PIC X(04).                   00004610
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004620
           05  WD-CENTALTA                 PIC X(04).                   00004630
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004640
           05  WD-CUENTNU                  PIC X(12).                   00004650
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004660
           05  WD-BLOQUEO                  PIC X(06).                   00004670
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004680
           05  WD-RESULTADO                PIC X(30).                   00004690
           05  FILLER                      PIC X(20)   VALUE SPACES.    00004700
                                                                        00004710
      *--  DCLGEN DE LA TABLA COMPR_CAMPANA (CAMPANAS DE COMPROMISO)    00004720
           EXEC SQL INCLUDE D4466800 END-EXEC.                          00004730
                                                                        00004740
      *--  DCLGEN DE LA TABLA COMPR_TARJETA (TARJETAS DE LA CAMPANA)    00004750
           EXEC SQL INCLUDE D4466900 END-EXEC.                          00004760
                                                                        00004770
      *--  DCLGEN DE LA TABLA FRAUDE_BLOQUEO (BLOQUEOS ANTIFRAUDE)      00004780
           EXEC SQL INCLUDE D4465000 END-EXEC.                          00004790
                                                                        00004800
      * -- COPY DE COMUNICACION CON DB2.                                00004810
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004820
                                                                        00004822
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00004824
           COPY MPYAMSK.                                                00004826
                                                                        00004830
      ******************************************************************00004840
      *                       PROCEDURE DIVISION                       *00004850
      ******************************************************************00004860
       PROCEDURE DIVISION.                                              00004870
                                                                        00004880
           PERFORM 1000-INICIO                                          00004890
              THRU 1000-INICIO-EXIT                                     00004900
                                                                        00004910
           PERFORM 2000-PROCESO                                         00004920
              THRU 2000-PROCESO-EXIT                                    00004930
             UNTIL SI-FIN-MPCHCPE1                                      00004940
                                                                        00004950
           PERFORM 3000-FIN                                             00004960
              THRU 3000-FIN-EXIT                                        00004970
                                                                        00004980
           .                                                            00004990
                                                                        00005000
      ******************************************************************00005010
      ***                   1000-INICIO                              ***00005020
      ***                   -----------                              ***00005030
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00005040
      * ABREN LOS FICHEROS, SE DA DE ALTA LA CAMPANA, SE EMITE LA      *00005050
      * CABECERA DEL LISTADO Y SE LEEN LOS PRIMEROS REGISTROS.         *00005060
      ******************************************************************00005070
       1000-INICIO.                                                     00005080
                                                                        00005090
           INITIALIZE CT-CONTADORES                                     00005100
                                                                        00005110
           SET NO-FIN-MPCHCPE1               TO TRUE                    00005120
           SET NO-FIN-MPCHCPE2               TO TRUE                    00005130
                                                                        00005140
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005150
                                                                        00005160
           PERFORM 1050-VALIDAR-PARAMETROS                              00005170
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00005180
                                                                        00005190
           PERFORM 1100-ABRIR-FICHEROS                                  00005200
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005210
                                                                        00005220
           PERFORM 1200-ALTA-CAMPANA                                    00005230
              THRU 1200-ALTA-CAMPANA-EXIT                               00005240
                                                                        00005250
           MOVE WK-IDCAMPANA                 TO WC-IDCAMPANA            00005260
           MOVE WK-DESC-CAMPANA              TO WC-DESC-CAMPANA         00005270
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00005280
                                                                        00005290
           MOVE WK-LINEA-CABECERA            TO REG-MPCHCPS2            00005300
           PERFORM 9200-ESCRIBIR-LISTADO                                00005310
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00005320
                                                                        00005330
           MOVE WK-LINEA-TITULOS             TO REG-MPCHCPS2            00005340
           PERFORM 9200-ESCRIBIR-LISTADO                                00005350
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00005360
                                                                        00005370
           PERFORM 9100-LEER-MPCHCPE1                                   00005380
              THRU 9100-LEER-MPCHCPE1-EXIT                              00005390
                                                                        00005400
           PERFORM 9150-LEER-MPCHCPE2                                   00005410
              THRU 9150-LEER-MPCHCPE2-EXIT                              00005420
                                                                        00005430
           .                                                            00005440
       1000-INICIO-EXIT.                                                00005450
           EXIT.                                                        00005460
                                                                        00005470
      ******************************************************************00005480
      ***                   1050-VALIDAR-PARAMETROS                  ***00005490
      ***                   -----------------------                  ***00005500
      * SE COMPRUEBA QUE LLEGAN LA CAMPANA Y LA FECHA DE PROCESO.      *00005510
      ******************************************************************00005520
       1050-VALIDAR-PARAMETROS.                                         00005530
                                                                        00005540
           IF  WK-IDCAMPANA = SPACES                                    00005550
            OR WK-FECHA-PROCESO = SPACES                                00005560
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005570
               MOVE CA-ERR-PARAMETROS        TO WK-DESCRIPCION          00005580
               MOVE CA-PRF-1050              TO WK-PARRAFO              00005590
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00005600
                                                                        00005610
               PERFORM 9000-CANCELACION                                 00005620
                  THRU 9000-CANCELACION-EXIT                            00005630
                                                                        00005640
           END-IF                                                       00005650
                                                                        00005660
           MOVE WK-IDCAMPANA                 TO WK-USU-CAMPANA          00005670
                                                                        00005680
           .                                                            00005690
       1050-VALIDAR-PARAMETROS-EXIT.                                    00005700
           EXIT.                                                        00005710
                                                                        00005720
      ******************************************************************00005730
      ***                   1100-ABRIR-FICHEROS                      ***00005740
      ***                   -------------------                      ***00005750
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00005760
      ******************************************************************00005770
       1100-ABRIR-FICHEROS.                                             00005780
                                                                        00005790
           OPEN INPUT  MPCHCPE1                                         00005800
                       MPCHCPE2                                         00005810
                OUTPUT MPCHCPS1                                         00005820
                       MPCHCPS2                                         00005830
                                                                        00005840
           IF  FS-MPCHCPE1 NOT = CA-FS-OK                               00005850
               MOVE CA-MPCHCPE1              TO WK-DDNAME               00005860
               MOVE FS-MPCHCPE1              TO WK-FILE-STATUS          00005870
               GO TO 1100-ERROR-APERTURA                                00005880
           END-IF                                                       00005890
                                                                        00005900
           IF  FS-MPCHCPE2 NOT = CA-FS-OK                               00005910
               MOVE CA-MPCHCPE2              TO WK-DDNAME               00005920
               MOVE FS-MPCHCPE2              TO WK-FILE-STATUS          00005930
               GO TO 1100-ERROR-APERTURA                                00005940
           END-IF                                                       00005950
                                                                        00005960
           IF  FS-MPCHCPS1 NOT = CA-FS-OK                               00005970
               MOVE CA-MPCHCPS1              TO WK-DDNAME               00005980
               MOVE FS-MPCHCPS1              TO WK-FILE-STATUS          00005990
               GO TO 1100-ERROR-APERTURA                                00006000
           END-IF                                                       00006010
                                                                        00006020
           IF  FS-MPCHCPS2 NOT = CA-FS-OK                               00006030
               MOVE CA-MPCHCPS2              TO WK-DDNAME               00006040
               MOVE FS-MPCHCPS2              TO WK-FILE-STATUS          00006050
               GO TO 1100-ERROR-APERTURA                                00006060
           END-IF                                                       00006070
                                                                        00006080
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00006090
                                                                        00006100
           .                                                            00006110
       1100-ERROR-APERTURA.                                             00006120
                                                                        00006130
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00006140
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00006150
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00006160
                                                                        00006170
           PERFORM 9000-CANCELACION                                     00006180
              THRU 9000-CANCELACION-EXIT                                00006190
                                                                        00006200
           .                                                            00006210
       1100-ABRIR-FICHEROS-EXIT.                                        00006220
           EXIT.                                                        00006230
                                                                        00006240
      ******************************************************************00006250
      ***                   1200-ALTA-CAMPANA                        ***00006260
      ***                   -----------------                        ***00006270
      * SE DA DE ALTA LA CAMPANA, ABIERTA Y CON LOS CONTADORES A CERO. *00006280
      * UNA CAMPANA YA CARGADA NO SE VUELVE A CARGAR.                  *00006290
      ******************************************************************00006300
       1200-ALTA-CAMPANA.                                               00006310
                                                                        00006320
           EXEC SQL                                                     00006330
                INSERT INTO COMPR_CAMPANA                               00006340
                      ( G3217_IDCAMPANA, G3217_DESCRIPCION,             00006350
                        G3217_FECALTA, G3217_FECCIERRE,                 00006360
                        G3217_INDESTADO, G3217_NUMCARGADAS,             00006370
                        G3217_NUMBLOQUEADAS, G3217_NUMREEMITIDAS,       00006380
                        G3217_NUMREMITIDAS, G3217_NUMACUSADAS,          00006390
                        G3217_NUMACTIVADAS, G3217_USUAUDIT,             00006400
                        G3217_CONTCUR )                                 00006410
                VALUES                                                  00006420
                      ( :WK-IDCAMPANA, :WK-DESC-CAMPANA,                00006430
                        :WK-FECHA-PROCESO, :CA-FECHA-SIN-CIERRE,        00006440
                        :CA-CAMPANA-ABIERTA, 0,                         00006450
                        0, 0,                                           00006460
                        0, 0,                                           00006470
                        0, :WK-USUAUDIT,                                00006480
                        CURRENT TIMESTAMP )                             00006490
           END-EXEC                                                     00006500
                                                                        00006510
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006520
                                                                        00006530
           EVALUATE  TRUE                                               00006540
               WHEN  DB2-OK                                             00006550
                     CONTINUE                                           00006560
                                                                        00006570
               WHEN  DB2-CLAVE-DUPLICADA                                00006580
                     MOVE CA-ERROR-F         TO WK-TIPO-ERROR           00006590
                     MOVE CA-ERR-CAMPANA-EXISTE                         00006600
                                             TO WK-DESCRIPCION          00006610
                     MOVE CA-PRF-1200        TO WK-PARRAFO              00006620
                     MOVE WK-IDCAMPANA       TO WK-DATOS-REGISTRO       00006630
                                                                        00006640
                     PERFORM 9000-CANCELACION                           00006650
                        THRU 9000-CANCELACION-EXIT                      00006660
                                                                        00006670
               WHEN  OTHER                                              00006680
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006690
                     MOVE CA-ERR-CAMPANA     TO WK-DESCRIPCION          00006700
                     MOVE CA-PRF-1200        TO WK-PARRAFO              00006710
                     MOVE CA-COMPR-CAMPANA   TO WK-TABLA-DB2            00006720
                     MOVE CA-INSERT          TO WK-DATOS-ACCESO         00006730
                                                                        00006740
                     PERFORM 9000-CANCELACION                           00006750
                        THRU 9000-CANCELACION-EXIT                      00006760
                                                                        00006770
           END-EVALUATE                                                 00006780
                                                                        00006790
           .                                                            00006800
       1200-ALTA-CAMPANA-EXIT.                                          00006810
           EXIT.                                                        00006820
                                                                        00006830
      ******************************************************************00006840
      ***                   2000-PROCESO                             ***00006850
      ***                   ------------                             ***00006860
      * SE TRATA EL XPAN COMPROMETIDO LEIDO Y SE LEE EL SIGUIENTE.     *00006870
      ******************************************************************00006880
       2000-PROCESO.                                                    00006890
                                                                        00006900
           PERFORM 2100-TRATAR-XPAN                                     00006910
              THRU 2100-TRATAR-XPAN-EXIT                                00006920
                                                                        00006930
           PERFORM 9100-LEER-MPCHCPE1                                   00006940
              THRU 9100-LEER-MPCHCPE1-EXIT                              00006950
                                                                        00006960
           .                                                            00006970
       2000-PROCESO-EXIT.                                               00006980
           EXIT.                                                        00006990
                                                                        00007000
      ******************************************************************00007010
      ***                   2100-TRATAR-XPAN                         ***00007020
      ***                   ----------------                         ***00007030
      * SE BUSCA EL XPAN COMPROMETIDO EN EL CENSO Y SE DECIDE SI LA    *00007040
      * TARJETA SE REEMITE. SE ANOTA EN LA CAMPANA (UN DUPLICADO SE    *00007050
      * DESCARTA), SE BLOQUEA Y, EN SU CASO, SE ESCRIBE LA PETICION    *00007060
      * DE REEMISION.                                                  *00007070
      ******************************************************************00007080
       2100-TRATAR-XPAN.                                                00007090
                                                                        00007100
           PERFORM 9150-LEER-MPCHCPE2                                   00007110
              THRU 9150-LEER-MPCHCPE2-EXIT                              00007120
             UNTIL WK-CLAVE-CENSO NOT < CP-XPAN                         00007130
                                                                        00007140
           MOVE SPACES                       TO WK-LINEA-DETALLE        00007150
           MOVE CP-XPAN                      TO WD-XPAN                 00007160
           MOVE CP-XPAN-NUEVO                TO WD-XPAN-NUEVO           00007170
                                                                        00007180
           EVALUATE  TRUE                                               00007190
               WHEN  WK-CLAVE-CENSO NOT = CP-XPAN                       00007200
                     MOVE CA-RES-NO-CENSO    TO WK-RESULTADO            00007210
                                                                        00007220
               WHEN  WK-FECBAJA-009 NOT = SPACES                        00007230
                AND  WK-FECBAJA-009 NOT = CA-FECHA-ABIERTA              00007240
                     MOVE CA-RES-BAJA        TO WK-RESULTADO            00007250
                                                                        00007260
               WHEN  CP-XPAN-NUEVO = SPACES                             00007270
                     MOVE CA-RES-SIN-PAN     TO WK-RESULTADO            00007280
                                                                        00007290
               WHEN  OTHER                                              00007300
                     MOVE CA-RES-REEMITIDA   TO WK-RESULTADO            00007310
                                                                        00007320
           END-EVALUATE                                                 00007330
                                                                        00007340
           IF  WK-CLAVE-CENSO = CP-XPAN                                 00007350
               MOVE WK-CDGENTI-009           TO WD-CDGENTI              00007360
               MOVE WK-CENTALTA-009          TO WD-CENTALTA             00007370
               MOVE WK-CUENTNU-009           TO WD-CUENTNU              00007380
           END-IF                                                       00007390
                                                                        00007400
           IF  WK-RESULTADO = CA-RES-REEMITIDA                          00007410
               MOVE CA-EST-REEMITIDA         TO WK-ESTADO-TARJETA       00007420
               MOVE WK-FECHA-PROCESO         TO WK-FECREEMISION         00007430
           ELSE                                                         00007440
               MOVE CA-EST-BLOQUEADA         TO WK-ESTADO-TARJETA       00007450
               MOVE CA-FECHA-ABIERTA         TO WK-FECREEMISION         00007460
           END-IF                                                       00007470
                                                                        00007480
           PERFORM 2200-ALTA-TARJETA                                    00007490
              THRU 2200-ALTA-TARJETA-EXIT                               00007500
                                                                        00007510
           IF  DB2-CLAVE-DUPLICADA                                      00007520
               ADD CN-1                      TO CT-DUPLICADAS           00007530
               MOVE CA-RES-DUPLICADA         TO WD-RESULTADO            00007540
               GO TO 2100-ESCRIBIR-DETALLE                              00007550
           END-IF                                                       00007560
                                                                        00007570
           ADD CN-1                          TO CT-CARGADAS             00007580
                                                                        00007590
           PERFORM 2300-BLOQUEAR-XPAN                                   00007600
              THRU 2300-BLOQUEAR-XPAN-EXIT                              00007610
                                                                        00007620
           IF  SI-BLOQUEO-PREVIO                                        00007630
               MOVE CA-BLQ-PREVIO            TO WD-BLOQUEO              00007640
           ELSE                                                         00007650
               MOVE CA-BLQ-NUEVO             TO WD-BLOQUEO              00007660
           END-IF                                                       00007670
                                                                        00007680
           MOVE WK-RESULTADO                 TO WD-RESULTADO            00007690
                                                                        00007700
           IF  WK-ESTADO-TARJETA = CA-EST-REEMITIDA                     00007710
               PERFORM 2400-ESCRIBIR-REEMISION                          00007720
                  THRU 2400-ESCRIBIR-REEMISION-EXIT                     00007730
           ELSE                                                         00007740
               ADD CN-1                      TO CT-SIN-REEMISION        00007750
           END-IF                                                       00007760
                                                                        00007770
           .                                                            00007780
       2100-ESCRIBIR-DETALLE.                                           00007790
                                                                        00007800
      *--  LOS DOS XPAN SE LISTAN ENMASCARADOS.                         00007801
           MOVE WD-XPAN                      TO MPYAMSK-XPAN-E          00007802
           PERFORM 2150-ENMASCARAR-XPAN                                 00007803
              THRU 2150-ENMASCARAR-XPAN-EXIT                            00007804
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00007805
                                                                        00007806
           MOVE WD-XPAN-NUEVO                TO MPYAMSK-XPAN-E          00007807
           PERFORM 2150-ENMASCARAR-XPAN                                 00007808
              THRU 2150-ENMASCARAR-XPAN-EXIT                            00007809
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN-NUEVO           00007810
                                                                        00007811
           MOVE WK-LINEA-DETALLE             TO REG-MPCHCPS2            00007812
           PERFORM 9200-ESCRIBIR-LISTADO                                00007820
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00007830
                                                                        00007840
           .                                                            00007850
       2100-TRATAR-XPAN-EXIT.                                           00007860
           EXIT.                                                        00007861
                                                                        00007862
      ******************************************************************00007863
      ***                   2150-ENMASCARAR-XPAN                     ***00007864
      ***                   --------------------                     ***00007865
      * SE ENMASCARA EL XPAN RECIBIDO EN MPYAMSK-XPAN-E SEGUN LA       *00007866
      * POLITICA DEL LISTADO DE LA CARGA (RUTINA MPBAMSK).             *00007867
      ******************************************************************00007868
       2150-ENMASCARAR-XPAN.                                            00007869
                                                                        00007870
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00007871
           MOVE CA-MPCHCPS2                  TO MPYAMSK-DDNAME-E        00007872
                                                                        00007873
           CALL CA-MPBAMSK               USING MPYAMSK                  00007874
                                                                        00007875
           IF  MPYAMSK-RETORNO NOT = CA-00                              00007876
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007877
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00007878
               MOVE CA-PRF-2150              TO WK-PARRAFO              00007879
               MOVE CA-MPBAMSK               TO WK-RUTINA               00007880
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00007881
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00007882
                                                                        00007883
               PERFORM 9000-CANCELACION                                 00007884
                  THRU 9000-CANCELACION-EXIT                            00007885
                                                                        00007886
           END-IF                                                       00007887
                                                                        00007888
           .                                                            00007889
       2150-ENMASCARAR-XPAN-EXIT.                                       00007890
           EXIT.                                                        00007891
                                                                        00007892
      ******************************************************************00007893
      ***                   2200-ALTA-TARJETA                        ***00007900
      ***                   -----------------                        ***00007910
      * SE ANOTA EL XPAN EN LA CAMPANA CON SU ESTADO INICIAL. LOS      *00007920
      * HITOS AUN NO ALCANZADOS QUEDAN CON FECHA 0001-01-01.           *00007930
      ******************************************************************00007940
       2200-ALTA-TARJETA.                                               00007950
                                                                        00007960
           MOVE WK-IDCAMPANA                 TO G3218-IDCAMPANA         00007970
           MOVE CP-XPAN                      TO G3218-XPANANT           00007980
           MOVE CP-XPAN-NUEVO                TO G3218-XPAN              00007990
           MOVE WD-CDGENTI                   TO G3218-CDGENTI           00008000
           MOVE WD-CENTALTA                  TO G3218-CENTALTA          00008010
           MOVE WD-CUENTNU                   TO G3218-CUENTNU           00008020
           MOVE WK-ESTADO-TARJETA            TO G3218-INDESTADO         00008030
           MOVE WK-FECHA-PROCESO             TO G3218-FECBLOQUEO        00008040
           MOVE WK-FECREEMISION              TO G3218-FECREEMISION      00008050
                                                                        00008060
           EXEC SQL                                                     00008070
                INSERT INTO COMPR_TARJETA                               00008080
                      ( G3218_IDCAMPANA, G3218_XPANANT,                 00008090
                        G3218_XPAN, G3218_CDGENTI,                      00008100
                        G3218_CENTALTA, G3218_CUENTNU,                  00008110
                        G3218_INDESTADO, G3218_FECBLOQUEO,              00008120
                        G3218_FECREEMISION, G3218_FECREMESA,            00008130
                        G3218_FECACUSE, G3218_FECACTIVACION,            00008140
                        G3218_USUAUDIT, G3218_CONTCUR )                 00008150
                VALUES                                                  00008160
                      ( :G3218-IDCAMPANA, :G3218-XPANANT,               00008170
                        :G3218-XPAN, :G3218-CDGENTI,                    00008180
                        :G3218-CENTALTA, :G3218-CUENTNU,                00008190
                        :G3218-INDESTADO, :G3218-FECBLOQUEO,            00008200
                        :G3218-FECREEMISION, :CA-FECHA-ABIERTA,         00008210
                        :CA-FECHA-ABIERTA, :CA-FECHA-ABIERTA,           00008220
                        :WK-USUAUDIT, CURRENT TIMESTAMP )               00008230
           END-EXEC                                                     00008240
                                                                        00008250
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008260
                                                                        00008270
           IF  NOT DB2-OK                                               00008280
           AND NOT DB2-CLAVE-DUPLICADA                                  00008290
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008300
               MOVE CA-ERR-TARJETA           TO WK-DESCRIPCION          00008310
               MOVE CA-PRF-2200              TO WK-PARRAFO              00008320
               MOVE CA-COMPR-TARJETA         TO WK-TABLA-DB2            00008330
               MOVE CA-INSERT                TO WK-DATOS-ACCESO         00008340
                                                                        00008350
               PERFORM 9000-CANCELACION                                 00008360
                  THRU 9000-CANCELACION-EXIT                            00008370
                                                                        00008380
           END-IF                                                       00008390
                                                                        00008400
           .                                                            00008410
       2200-ALTA-TARJETA-EXIT.                                          00008420
           EXIT.                                                        00008430
                                                                        00008440
      ******************************************************************00008450
      ***                   2300-BLOQUEAR-XPAN                       ***00008460
      ***                   ------------------                       ***00008470
      * SE BLOQUEA EL XPAN COMPROMETIDO EN FRAUDE_BLOQUEO. SI YA TIENE *00008480
      * UN BLOQUEO ACTIVO SE RESPETA; SI TIENE UNO INACTIVO SE         *00008490
      * REACTIVA CON EL CODIGO DE COMPROMISO.                          *00008500
      ******************************************************************00008510
       2300-BLOQUEAR-XPAN.                                              00008520
                                                                        00008530
           SET NO-BLOQUEO-PREVIO             TO TRUE                    00008540
                                                                        00008550
           EXEC SQL                                                     00008560
                SELECT COUNT(*)                                         00008570
                  INTO :WK-NUM-BLOQUEOS                                 00008580
                  FROM FRAUDE_BLOQUEO                                   00008590
                 WHERE G3199_XPAN      = :CP-XPAN                       00008600
                   AND G3199_INDACTIVO = 'S'                            00008610
           END-EXEC                                                     00008620
                                                                        00008630
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008640
                                                                        00008650
           IF  NOT DB2-OK                                               00008660
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00008670
               GO TO 2300-ERROR-FRAUDE                                  00008680
           END-IF                                                       00008690
                                                                        00008700
           IF  WK-NUM-BLOQUEOS > ZEROES                                 00008710
               SET SI-BLOQUEO-PREVIO         TO TRUE                    00008720
               ADD CN-1                      TO CT-BLOQUEOS-PREVIOS     00008730
               GO TO 2300-BLOQUEAR-XPAN-EXIT                            00008740
           END-IF                                                       00008750
                                                                        00008760
           EXEC SQL                                                     00008770
                INSERT INTO FRAUDE_BLOQUEO                              00008780
                      ( G3199_XPAN, G3199_CODBLOQUEO,                   00008790
                        G3199_FECBLOQUEO, G3199_INDACTIVO,              00008800
                        G3199_USUAUDIT )                                00008810
                VALUES                                                  00008820
                      ( :CP-XPAN, :CA-COD-COMPROMISO,                   00008830
                        CURRENT TIMESTAMP, :CA-SI,                      00008840
                        :WK-USUAUDIT )                                  00008850
           END-EXEC                                                     00008860
                                                                        00008870
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008880
                                                                        00008890
           IF  DB2-CLAVE-DUPLICADA                                      00008900
               EXEC SQL                                                 00008910
                    UPDATE FRAUDE_BLOQUEO                               00008920
                       SET G3199_CODBLOQUEO = :CA-COD-COMPROMISO,       00008930
                           G3199_FECBLOQUEO = CURRENT TIMESTAMP,        00008940
                           G3199_INDACTIVO  = :CA-SI,                   00008950
                           G3199_USUAUDIT   = :WK-USUAUDIT              00008960
                     WHERE G3199_XPAN       = :CP-XPAN                  00008970
               END-EXEC                                                 00008980
                                                                        00008990
               MOVE SQLCODE                  TO SW-DB2-RETURN-CODE      00009000
                                                                        00009010
               IF  NOT DB2-OK                                           00009020
                   MOVE CA-UPDATE            TO WK-DATOS-ACCESO         00009030
                   GO TO 2300-ERROR-FRAUDE                              00009040
               END-IF                                                   00009050
           END-IF                                                       00009060
                                                                        00009070
           IF  NOT DB2-OK                                               00009080
               MOVE CA-INSERT                TO WK-DATOS-ACCESO         00009090
               GO TO 2300-ERROR-FRAUDE                                  00009100
           END-IF                                                       00009110
                                                                        00009120
           ADD CN-1                          TO CT-BLOQUEOS-NUEVOS      00009130
                                                                        00009140
           GO TO 2300-BLOQUEAR-XPAN-EXIT                                00009150
                                                                        00009160
           .                                                            00009170
       2300-ERROR-FRAUDE.                                               00009180
                                                                        00009190
           MOVE CA-ERROR-D                   TO WK-TIPO-ERROR           00009200
           MOVE CA-ERR-FRAUDE                TO WK-DESCRIPCION          00009210
           MOVE CA-PRF-2300                  TO WK-PARRAFO              00009220
           MOVE CA-FRAUDE-BLOQUEO            TO WK-TABLA-DB2            00009230
                                                                        00009240
           PERFORM 9000-CANCELACION                                     00009250
              THRU 9000-CANCELACION-EXIT                                00009260
                                                                        00009270
           .                                                            00009280
       2300-BLOQUEAR-XPAN-EXIT.                                         00009290
           EXIT.                                                        00009300
                                                                        00009310
      ******************************************************************00009320
      ***                   2400-ESCRIBIR-REEMISION                  ***00009330
      ***                   -----------------------                  ***00009340
      * SE ESCRIBE LA PETICION DE REEMISION: EL REGISTRO DEL CENSO     *00009350
      * CON EL PAN NUEVO, EL COMPROMETIDO COMO XPAN ANTERIOR, LA       *00009360
      * FECHA DE PROCESO COMO ALTA, SIN PRIMER USO Y CON LA SIGUIENTE  *00009370
      * EMISION (TRAS LA 999 SE VUELVE A LA 1).                        *00009380
      ******************************************************************00009390
       2400-ESCRIBIR-REEMISION.                                         00009400
                                                                        00009410
           IF  WK-ISSUENUM-009 NOT < CN-MAX-EMISION                     00009420
               MOVE CN-1                     TO WK-NUEVA-EMISION        00009430
           ELSE                                                         00009440
               COMPUTE WK-NUEVA-EMISION = WK-ISSUENUM-009 + CN-1        00009450
           END-IF                                                       00009460
                                                                        00009470
           MOVE WK-XPAN-009                  TO WK-XPANANT-009          00009480
           MOVE CP-XPAN-NUEVO                TO WK-XPAN-009             00009490
           MOVE WK-FECALTA-009               TO WK-FECALTAN-009         00009500
           MOVE WK-FECHA-PROCESO             TO WK-FECALTA-009          00009510
           MOVE CA-FECHA-ABIERTA             TO WK-FEULTUSO-009         00009520
           MOVE WK-ISSUENUM-009              TO WK-ISSUEANT-009         00009530
           MOVE WK-NUEVA-EMISION             TO WK-ISSUENUM-009         00009540
                                                                        00009550
           WRITE REG-MPCHCPS1                FROM WK-REGISTRO           00009560
                                                                        00009570
           IF  FS-MPCHCPS1 NOT = CA-FS-OK                               00009580
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009590
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009600
               MOVE CA-PRF-2400              TO WK-PARRAFO              00009610
               MOVE CA-MPCHCPS1              TO WK-DDNAME               00009620
               MOVE FS-MPCHCPS1              TO WK-FILE-STATUS          00009630
               MOVE WK-REGISTRO              TO WK-DATOS-REGISTRO       00009640
                                                                        00009650
               PERFORM 9000-CANCELACION                                 00009660
                  THRU 9000-CANCELACION-EXIT                            00009670
                                                                        00009680
           END-IF                                                       00009690
                                                                        00009700
           ADD CN-1                          TO CT-REEMITIDAS           00009710
                                                                        00009720
           .                                                            00009730
       2400-ESCRIBIR-REEMISION-EXIT.                                    00009740
           EXIT.                                                        00009750
                                                                        00009760
      ******************************************************************00009770
      ***                   3000-FIN                                 ***00009780
      ***                   --------                                 ***00009790
      * SE TOTALIZA LA CAMPANA, SE CIERRAN LOS FICHEROS Y SE MUESTRAN  *00009800
      * LAS ESTADISTICAS DE LA EJECUCION.                              *00009810
      ******************************************************************00009820
       3000-FIN.                                                        00009830
                                                                        00009840
           PERFORM 3050-TOTALIZAR-CAMPANA                               00009850
              THRU 3050-TOTALIZAR-CAMPANA-EXIT                          00009860
                                                                        00009870
           PERFORM 3100-CERRAR-FICHEROS                                 00009880
              THRU 3100-CERRAR-FICHEROS-EXIT                            00009890
                                                                        00009900
           PERFORM 3200-ESTADISTICAS                                    00009910
              THRU 3200-ESTADISTICAS-EXIT                               00009920
                                                                        00009930
           IF  CT-DUPLICADAS > ZEROES                                   00009940
            OR CT-SIN-REEMISION > ZEROES                                00009950
               MOVE CN-4                     TO RETURN-CODE             00009960
           END-IF                                                       00009970
                                                                        00009980
           STOP RUN                                                     00009990
                                                                        00010000
           .                                                            00010010
       3000-FIN-EXIT.                                                   00010020
           EXIT.                                                        00010030
                                                                        00010040
      ******************************************************************00010050
      ***                   3050-TOTALIZAR-CAMPANA                   ***00010060
      ***                   ----------------------                   ***00010070
      * SE ANOTAN EN LA CAMPANA LAS TARJETAS CARGADAS, BLOQUEADAS Y    *00010080
      * REEMITIDAS. EL RESTO DE HITOS LOS ACTUALIZA MPCHCSG.           *00010090
      ******************************************************************00010100
       3050-TOTALIZAR-CAMPANA.                                          00010110
                                                                        00010120
           MOVE CT-CARGADAS                  TO G3217-NUMCARGADAS       00010130
                                                G3217-NUMBLOQUEADAS     00010140
           MOVE CT-REEMITIDAS                TO G3217-NUMREEMITIDAS     00010150
                                                                        00010160
           EXEC SQL                                                     00010170
                UPDATE COMPR_CAMPANA                                    00010180
                   SET G3217_NUMCARGADAS   = :G3217-NUMCARGADAS,        00010190
                       G3217_NUMBLOQUEADAS = :G3217-NUMBLOQUEADAS,      00010200
                       G3217_NUMREEMITIDAS = :G3217-NUMREEMITIDAS,      00010210
                       G3217_USUAUDIT      = :WK-USUAUDIT,              00010220
                       G3217_CONTCUR       =  CURRENT TIMESTAMP         00010230
                 WHERE G3217_IDCAMPANA     = :WK-IDCAMPANA              00010240
           END-EXEC                                                     00010250
                                                                        00010260
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010270
                                                                        00010280
           IF  NOT DB2-OK                                               00010290
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00010300
               MOVE CA-ERR-CAMPANA           TO WK-DESCRIPCION          00010310
               MOVE CA-PRF-3050              TO WK-PARRAFO              00010320
               MOVE CA-COMPR-CAMPANA         TO WK-TABLA-DB2            00010330
               MOVE CA-UPDATE                TO WK-DATOS-ACCESO         00010340
                                                                        00010350
               PERFORM 9000-CANCELACION                                 00010360
                  THRU 9000-CANCELACION-EXIT                            00010370
                                                                        00010380
           END-IF                                                       00010390
                                                                        00010400
           .                                                            00010410
       3050-TOTALIZAR-CAMPANA-EXIT.                                     00010420
           EXIT.                                                        00010430
                                                                        00010440
      ******************************************************************00010450
      ***                   3100-CERRAR-FICHEROS                     ***00010460
      ***                   ---------------------                    ***00010470
      * SE CIERRAN LOS FICHEROS.                                       *00010480
      ******************************************************************00010490
       3100-CERRAR-FICHEROS.                                            00010500
                                                                        00010510
           CLOSE MPCHCPE1                                               00010520
                 MPCHCPE2                                               00010530
                 MPCHCPS1                                               00010540
                 MPCHCPS2                                               00010550
                                                                        00010560
           IF  FS-MPCHCPS1 NOT = CA-FS-OK                               00010570
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010580
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00010590
               MOVE CA-PRF-3100              TO WK-PARRAFO              00010600
               MOVE CA-MPCHCPS1              TO WK-DDNAME               00010610
               MOVE FS-MPCHCPS1              TO WK-FILE-STATUS          00010620
                                                                        00010630
               PERFORM 9000-CANCELACION                                 00010640
                  THRU 9000-CANCELACION-EXIT                            00010650
                                                                        00010660
           END-IF                                                       00010670
                                                                        00010680
           IF  FS-MPCHCPS2 NOT = CA-FS-OK                               00010690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010700
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00010710
               MOVE CA-PRF-3100              TO WK-PARRAFO              00010720
               MOVE CA-MPCHCPS2              TO WK-DDNAME               00010730
               MOVE FS-MPCHCPS2              TO WK-FILE-STATUS          00010740
                                                                        00010750
               PERFORM 9000-CANCELACION                                 00010760
                  THRU 9000-CANCELACION-EXIT                            00010770
                                                                        00010780
           END-IF                                                       00010790
                                                                        00010800
           .                                                            00010810
       3100-CERRAR-FICHEROS-EXIT.                                       00010820
           EXIT.                                                        00010830
                                                                        00010840
      ******************************************************************00010850
      ***                   3200-ESTADISTICAS                        ***00010860
      ***                   -----------------                        ***00010870
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00010880
      ******************************************************************00010890
       3200-ESTADISTICAS.                                               00010900
                                                                        00010910
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00010920
           MOVE CT-DUPLICADAS                 TO WK-DUPLICADAS-ED       00010930
           MOVE CT-CARGADAS                   TO WK-CARGADAS-ED         00010940
           MOVE CT-BLOQUEOS-NUEVOS            TO WK-BLOQ-NUEVOS-ED      00010950
           MOVE CT-BLOQUEOS-PREVIOS           TO WK-BLOQ-PREVIOS-ED     00010960
           MOVE CT-REEMITIDAS                 TO WK-REEMITIDAS-ED       00010970
           MOVE CT-SIN-REEMISION              TO WK-SIN-REEMISION-ED    00010980
                                                                        00010990
           DISPLAY WK-CAB-1                                             00011000
           DISPLAY WK-CAB-2                                             00011010
           DISPLAY WK-CAB-1                                             00011020
           DISPLAY WK-CAB-3                                             00011030
           DISPLAY WK-CAB-4                                             00011040
           DISPLAY WK-CAB-5                                             00011050
           DISPLAY WK-CAB-6                                             00011060
           DISPLAY WK-CAB-7                                             00011070
           DISPLAY WK-CAB-8                                             00011080
           DISPLAY WK-CAB-9                                             00011090
           DISPLAY WK-CAB-1                                             00011100
                                                                        00011110
           .                                                            00011120
       3200-ESTADISTICAS-EXIT.                                          00011130
           EXIT.                                                        00011140
                                                                        00011150
      ******************************************************************00011160
      ***                   9100-LEER-MPCHCPE1                       ***00011170
      ***                   ------------------                       ***00011180
      * SE LEE EL SIGUIENTE XPAN COMPROMETIDO Y SE COMPRUEBA QUE LA    *00011190
      * LISTA LLEGA CLASIFICADA POR XPAN.                              *00011200
      ******************************************************************00011210
       9100-LEER-MPCHCPE1.                                              00011220
                                                                        00011230
           READ MPCHCPE1                                                00011240
           AT END                                                       00011250
                SET SI-FIN-MPCHCPE1          TO TRUE                    00011260
           END-READ                                                     00011270
                                                                        00011280
           IF  FS-MPCHCPE1 NOT = CA-FS-OK AND CA-FS-EOF                 00011290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011300
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00011310
               MOVE CA-PRF-9100              TO WK-PARRAFO              00011320
               MOVE CA-MPCHCPE1              TO WK-DDNAME               00011330
               MOVE FS-MPCHCPE1              TO WK-FILE-STATUS          00011340
                                                                        00011350
               PERFORM 9000-CANCELACION                                 00011360
                  THRU 9000-CANCELACION-EXIT                            00011370
                                                                        00011380
           END-IF                                                       00011390
                                                                        00011400
           IF  SI-FIN-MPCHCPE1                                          00011410
               GO TO 9100-LEER-MPCHCPE1-EXIT                            00011420
           END-IF                                                       00011430
                                                                        00011440
           ADD CN-1                          TO CT-LEIDAS               00011450
                                                                        00011460
           IF  CP-XPAN < WK-CLAVE-ANTERIOR                              00011470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011480
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00011490
               MOVE CA-PRF-9100              TO WK-PARRAFO              00011500
               MOVE CA-MPCHCPE1              TO WK-DDNAME               00011510
               MOVE REG-MPCHCPE1             TO WK-DATOS-REGISTRO       00011520
                                                                        00011530
               PERFORM 9000-CANCELACION                                 00011540
                  THRU 9000-CANCELACION-EXIT                            00011550
                                                                        00011560
           END-IF                                                       00011570
                                                                        00011580
           MOVE CP-XPAN                      TO WK-CLAVE-ANTERIOR       00011590
                                                                        00011600
           .                                                            00011610
       9100-LEER-MPCHCPE1-EXIT.                                         00011620
           EXIT.                                                        00011630
                                                                        00011640
      ******************************************************************00011650
      ***                   9150-LEER-MPCHCPE2                       ***00011660
      ***                   ------------------                       ***00011670
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO. AL FINAL DEL FICHERO LA *00011680
      * CLAVE DEL CENSO PASA A HIGH-VALUES PARA CERRAR EL CRUCE.       *00011690
      ******************************************************************00011700
       9150-LEER-MPCHCPE2.                                              00011710
                                                                        00011720
           IF  SI-FIN-MPCHCPE2                                          00011730
               GO TO 9150-LEER-MPCHCPE2-EXIT                            00011740
           END-IF                                                       00011750
                                                                        00011760
           READ MPCHCPE2                     INTO WK-REGISTRO           00011770
           AT END                                                       00011780
                SET SI-FIN-MPCHCPE2          TO TRUE                    00011790
           END-READ                                                     00011800
                                                                        00011810
           IF  FS-MPCHCPE2 NOT = CA-FS-OK AND CA-FS-EOF                 00011820
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011830
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00011840
               MOVE CA-PRF-9150              TO WK-PARRAFO              00011850
               MOVE CA-MPCHCPE2              TO WK-DDNAME               00011860
               MOVE FS-MPCHCPE2              TO WK-FILE-STATUS          00011870
                                                                        00011880
               PERFORM 9000-CANCELACION                                 00011890
                  THRU 9000-CANCELACION-EXIT                            00011900
                                                                        00011910
           END-IF                                                       00011920
                                                                        00011930
           IF  SI-FIN-MPCHCPE2                                          00011940
               MOVE HIGH-VALUES              TO WK-CLAVE-CENSO          00011950
               GO TO 9150-LEER-MPCHCPE2-EXIT                            00011960
           END-IF                                                       00011970
                                                                        00011980
           IF  WK-XPAN-009 < WK-CLAVE-CENSO-ANT                         00011990
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012000
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00012010
               MOVE CA-PRF-9150              TO WK-PARRAFO              00012020
               MOVE CA-MPCHCPE2              TO WK-DDNAME               00012030
               MOVE WK-XPAN-009              TO WK-DATOS-REGISTRO       00012040
                                                                        00012050
               PERFORM 9000-CANCELACION                                 00012060
                  THRU 9000-CANCELACION-EXIT                            00012070
                                                                        00012080
           END-IF                                                       00012090
                                                                        00012100
           MOVE WK-XPAN-009                  TO WK-CLAVE-CENSO          00012110
                                                WK-CLAVE-CENSO-ANT      00012120
                                                                        00012130
           .                                                            00012140
       9150-LEER-MPCHCPE2-EXIT.                                         00012150
           EXIT.                                                        00012160
                                                                        00012170
      ******************************************************************00012180
      ***                   9200-ESCRIBIR-LISTADO                    ***00012190
      ***                   ---------------------                    ***00012200
      * SE ESCRIBE UNA LINEA DEL LISTADO DE LA CARGA.                  *00012210
      ******************************************************************00012220
       9200-ESCRIBIR-LISTADO.                                           00012230
                                                                        00012240
           WRITE REG-MPCHCPS2                                           00012250
                                                                        00012260
           IF  FS-MPCHCPS2 NOT = CA-FS-OK                               00012270
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012280
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012290
               MOVE CA-PRF-9200              TO WK-PARRAFO              00012300
               MOVE CA-MPCHCPS2              TO WK-DDNAME               00012310
               MOVE FS-MPCHCPS2              TO WK-FILE-STATUS          00012320
               MOVE REG-MPCHCPS2             TO WK-DATOS-REGISTRO       00012330
                                                                        00012340
               PERFORM 9000-CANCELACION                                 00012350
                  THRU 9000-CANCELACION-EXIT                            00012360
                                                                        00012370
           END-IF                                                       00012380
                                                                        00012390
           .                                                            00012400
       9200-ESCRIBIR-LISTADO-EXIT.                                      00012410
           EXIT.                                                        00012420
                                                                        00012430
      ******************************************************************00012440
      ***                   9000-CANCELACION                         ***00012450
      ***                   ----------------                         ***00012460
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00012470
      ******************************************************************00012480
       9000-CANCELACION.                                                00012490
                                                                        00012500
           MOVE CA-RESP                       TO WK-RESPONSABLE         00012510
                                                                        00012520
           EVALUATE  TRUE                                               00012530
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00012540
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012550
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012560
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00012570
                         RESPONSABLE('WK-RESPONSABLE')                  00012580
                         DESCRIPCION('WK-DESCRIPCION')                  00012590
                         PROGRAMA('WK-PROGRAMA')                        00012600
                         PARRAFO('WK-PARRAFO')                          00012610
                         SQLCA('SQLCA')                                 00012620
                         TABLA_DB2('WK-TABLA-DB2')                      00012630
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00012640
                     END-FUN                                            00012650
                                                                        00012660
               WHEN  OTHER                                              00012670
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00012680
                         TIPO_ERROR('WK-TIPO-ERROR')                    00012690
                         RESPONSABLE('WK-RESPONSABLE')                  00012700
                         DESCRIPCION('WK-DESCRIPCION')                  00012710
                         PROGRAMA('WK-PROGRAMA')                        00012720
                         PARRAFO('WK-PARRAFO')                          00012730
                         DDNAME('WK-DDNAME')                            00012740
                         FILE_STATUS('WK-FILE-STATUS')                  00012750
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00012760
                     END-FUN                                            00012770
                                                                        00012780
           END-EVALUATE                                                 00012790
                                                                        00012800
           .                                                            00012810
       9000-CANCELACION-EXIT.                                           00012820
           EXIT.                                                        00012830
