      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHCUO.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: COBRO MENSUAL DE LA CUOTA ANUAL DE TARJETAS.     *00000110
      *               RECORRE EL CENSO DE TARJETAS (FORMATO MPCHSEE1)  *00000120
      *               Y SELECCIONA LAS QUE TIENEN LA CUOTA VENCIDA:    *00000130
      *               MES DE CUOTA (WK-FECBCUO-009) INFORMADO E        *00000140
      *               IGUAL O ANTERIOR AL MES DE COBRO. SE EXCLUYEN    *00000150
      *               LAS DADAS DE BAJA, LAS NUNCA ACTIVADAS (SIN      *00000160
      *               FECHA DE ULTIMO USO) Y LAS DE CONTRATOS          *00000170
      *               CANCELADOS O INEXISTENTES EN MPDT007.            *00000180
      *               PARA EL RESTO SE OBTIENEN CON LA RUTINA MPBADEU, *00000190
      *               SEGUN LAS CONDICIONES DE LA CUENTA Y DE SU       *00000200
      *               PRODUCTO, EL IMPORTE DE LA CUOTA (PARAMETRO CUO) *00000210
      *               Y LA EXENCION (PARAMETRO ECU, CUYO VALOR ES EL   *00000220
      *               MOTIVO DE EXENCION). LA TARJETA NO EXENTA GENERA *00000230
      *               UN CARGO EN EL FICHERO DE CUOTAS PARA            *00000240
      *               FACTURACION. A LAS COBRADAS Y A LAS EXENTAS SE   *00000250
      *               LES AVANZA EL MES DE CUOTA UN ANO SOBRE EL MES   *00000260
      *               DE COBRO Y SE ESCRIBEN EN EL FICHERO DE          *00000270
      *               ACTUALIZACION DEL CENSO.                         *00000280
      *               EL LISTADO DE CONTROL TOTALIZA TARJETAS E        *00000290
      *               IMPORTES POR ENTIDAD, TIPO DE TARJETA Y MOTIVO   *00000300
      *               DE EXENCION O DE NO COBRO.                       *00000310
      *-                                                              -*00000320
      *  PARAMETROS SYSIN:                                             *00000330
      *        MES DE COBRO (AAAAMM). EN BLANCO SE TOMA EL MES DE LA   *00000340
      *        FECHA DEL SISTEMA.                                      *00000350
      *-                                                              -*00000360
      *  FICHEROS DE ENTRADA:                                          *00000370
      *        MPCHCUE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000380
      *-                                                              -*00000390
      *  FICHEROS DE SALIDA:                                           *00000400
      *        MPCHCUS1 : CARGOS DE CUOTA ANUAL PARA FACTURACION.      *00000410
      *        MPCHCUS2 : ACTUALIZACION DEL CENSO (FORMATO MPCHSEE1)   *00000420
      *                   CON EL NUEVO MES DE CUOTA.                   *00000430
      *        MPCHCUS3 : LISTADO DE CONTROL DEL COBRO.                *00000440
      *-                                                              -*00000450
      *  TABLAS DB2:                                                   *00000460
      *        MPDT007        : MAESTRO DE CONTRATOS.                  *00000470
      *-                                                              -*00000480
      *  MOTIVOS DE NO COBRO:                                          *00000490
      *        BA : TARJETA DADA DE BAJA.                              *00000500
      *        NA : TARJETA NUNCA ACTIVADA.                            *00000510
      *        NE : CONTRATO INEXISTENTE EN MPDT007.                   *00000520
      *        CC : CONTRATO CANCELADO.                                *00000530
      *        SP : SIN IMPORTE DE CUOTA EN LAS CONDICIONES.           *00000540
      *  MOTIVOS DE EXENCION:                                          *00000550
      *        IC : IMPORTE DE CUOTA A CERO.                           *00000560
      *        OTROS : VALOR DEL PARAMETRO ECU DE LA CUENTA.           *00000570
      *-                                                              -*00000580
      *  CODIGOS DE RETORNO:                                           *00000590
      *        00 : PROCESO CORRECTO.                                  *00000600
      *        04 : HAY TARJETAS SIN IMPORTE DE CUOTA (MOTIVO SP).     *00000610
      *-                                                              -*00000620
      *  RUTINAS Y MODULOS:                                            *00000630
      *        MPBADEU : RUTINA DE OBTENCION DEL VALOR DE UN PARAMETRO.*00000640
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000650
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000660
      *-                                                              -*00000670
      ******************************************************************00000680
      *                  M O D I F I C A C I O N E S                   *00000690
      *                  ---------------------------                   *00000700
      *                                                                *00000710
      * USUARIO  FECHA        DESCRIPCION                              *00000720
      * -------- ----------   ---------------------------------------- *00000730
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. COBRO DE LA      *00000740
      *                        CUOTA ANUAL DE TARJETAS.                *00000750
      *                                                                *00000760
      ******************************************************************00000770
                                                                        00000780
      ******************************************************************00000790
      * IDENTIFICATION DIVISION                                        *00000800
      ******************************************************************00000810
       IDENTIFICATION DIVISION.                                         00000820
       PROGRAM-ID.    MPCHCUO.                                          00000830
       AUTHOR.        VIEWNEXT.                                         00000840
       DATE-WRITTEN.  15-10-2026.                                       00000850
       DATE-COMPILED.                                                   00000860
                                                                        00000870
      ******************************************************************00000880
      * ENVIRONMENT DIVISION                                           *00000890
      ******************************************************************00000900
       ENVIRONMENT DIVISION.                                            00000910
                                                                        00000920
      *----------------------------------------------------------------*00000930
      * CONFIGURATION SECTION                                          *00000940
      *----------------------------------------------------------------*00000950
       CONFIGURATION SECTION.                                           00000960
                                                                        00000970
       SOURCE-COMPUTER. IBM-3090.                                       00000980
       OBJECT-COMPUTER. IBM-3090.                                       00000990
       SPECIAL-NAMES.                                                   00001000
           DECIMAL-POINT IS COMMA.                                      00001010
                                                                        00001020
      *----------------------------------------------------------------*00001030
      * INPUT OUTPUT SECTION                                           *00001040
      *----------------------------------------------------------------*00001050
       INPUT-OUTPUT SECTION.                                            00001060
       FILE-CONTROL.                                                    00001070
                                                                        00001080
      * -- CENSO DE TARJETAS.                                           00001090
           SELECT MPCHCUE1 ASSIGN MPCHCUE1                              00001100
                  ACCESS MODE IS SEQUENTIAL                             00001110
                  FILE STATUS IS FS-MPCHCUE1.                           00001120
                                                                        00001130
      * -- CARGOS DE CUOTA ANUAL PARA FACTURACION.                      00001140
           SELECT MPCHCUS1 ASSIGN MPCHCUS1                              00001150
                  ACCESS MODE IS SEQUENTIAL                             00001160
                  FILE STATUS IS FS-MPCHCUS1.                           00001170
                                                                        00001180
      * -- ACTUALIZACION DEL CENSO CON EL NUEVO MES DE CUOTA.           00001190
           SELECT MPCHCUS2 ASSIGN MPCHCUS2                              00001200
                  ACCESS MODE IS SEQUENTIAL                             00001210
                  FILE STATUS IS FS-MPCHCUS2.                           00001220
                                                                        00001230
      * -- LISTADO DE CONTROL DEL COBRO.                                00001240
           SELECT MPCHCUS3 ASSIGN MPCHCUS3                              00001250
                  ACCESS MODE IS SEQUENTIAL                             00001260
                  FILE STATUS IS FS-MPCHCUS3.                           00001270
                                                                        00001280
      ******************************************************************00001290
      * DATA DIVISION                                                  *00001300
      ******************************************************************00001310
       DATA DIVISION.                                                   00001320
                                                                        00001330
      *----------------------------------------------------------------*00001340
      * FILE SECTION                                                   *00001350
      *----------------------------------------------------------------*00001360
       FILE SECTION.                                                    00001370
                                                                        00001380
       FD  MPCHCUE1                                                     00001390
           BLOCK CONTAINS 0 RECORDS                                     00001400
           RECORDING MODE IS F                                          00001410
           LABEL RECORD ARE STANDARD                                    00001420
           RECORD CONTAINS 651 CHARACTERS                               00001430
           DATA RECORD IS REG-MPCHCUE1.                                 00001440
       01  REG-MPCHCUE1                    PIC X(651).                  00001450
                                                                        00001460
       FD  MPCHCUS1                                                     00001470
           BLOCK CONTAINS 0 RECORDS                                     00001480
           RECORDING MODE IS F                                          00001490
           LABEL RECORD ARE STANDARD                                    00001500
           RECORD CONTAINS 100 CHARACTERS                               00001510
           DATA RECORD IS REG-MPCHCUS1.                                 00001520
       01  REG-MPCHCUS1.                                                00001530
           05  CG-CDGENTI                  PIC X(04).                   00001540
           05  CG-CENTALTA                 PIC X(04).                   00001550
           05  CG-CUENTNU                  PIC X(12).                   00001560
           05  CG-XPAN                     PIC X(22).                   00001570
           05  CG-INDTIPT                  PIC 9(02).                   00001580
           05  CG-MES-CUOTA                PIC 9(06).                   00001590
           05  CG-FECCARGO                 PIC X(10).                   00001600
           05  CG-IMPORTE                  PIC S9(13)V9(02) COMP-3.     00001610
           05  CG-NIVEL                    PIC X(01).                   00001620
           05  FILLER                      PIC X(31).                   00001630
                                                                        00001640
       FD  MPCHCUS2                                                     00001650
           BLOCK CONTAINS 0 RECORDS                                     00001660
           RECORDING MODE IS F                                          00001670
           LABEL RECORD ARE STANDARD                                    00001680
           RECORD CONTAINS 651 CHARACTERS                               00001690
           DATA RECORD IS REG-MPCHCUS2.                                 00001700
       01  REG-MPCHCUS2                    PIC X(651).                  00001710
                                                                        00001720
       FD  MPCHCUS3                                                     00001730
           BLOCK CONTAINS 0 RECORDS                                     00001740
           RECORDING MODE IS F                                          00001750
           LABEL RECORD ARE STANDARD                                    00001760
           RECORD CONTAINS 132 CHARACTERS                               00001770
           DATA RECORD IS REG-MPCHCUS3.                                 00001780
       01  REG-MPCHCUS3                    PIC X(132).                  00001790
                                                                        00001800
      *----------------------------------------------------------------*00001810
      * WORKING-STORAGE SECTION                                        *00001820
      *----------------------------------------------------------------*00001830
       WORKING-STORAGE SECTION.                                         00001840
                                                                        00001850
      ******************************************************************00001860
      *                        S W I T C H E S                         *00001870
      ******************************************************************00001880
       01  SW-SWITCHES.                                                 00001890
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001900
               88  DB2-OK                              VALUE 0.         00001910
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001920
           05  SW-FIN-MPCHCUE1             PIC X(01)   VALUE 'N'.       00001930
               88  SI-FIN-MPCHCUE1                     VALUE 'S'.       00001940
               88  NO-FIN-MPCHCUE1                     VALUE 'N'.       00001950
           05  SW-IMPORTE                  PIC X(01)   VALUE 'N'.       00001960
               88  SI-IMPORTE-RESUELTO                 VALUE 'S'.       00001970
               88  NO-IMPORTE-RESUELTO                 VALUE 'N'.       00001980
                                                                        00001990
      ******************************************************************00002000
      *                      C O N S T A N T E S                       *00002010
      ******************************************************************00002020
       01  CT-CONSTANTES.                                               00002030
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002040
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002050
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002060
               10  CA-MPCHCUO              PIC X(08)   VALUE 'MPCHCUO'. 00002070
               10  CA-MPBADEU              PIC X(07)   VALUE 'MPBADEU'. 00002080
               10  CA-RESP                 PIC X(14)   VALUE            00002090
                                   'MEDIOS DE PAGO'.                    00002100
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002110
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002120
               10  CA-MPCHCUE1             PIC X(08)   VALUE 'MPCHCUE1'.00002130
               10  CA-MPCHCUS1             PIC X(08)   VALUE 'MPCHCUS1'.00002140
               10  CA-MPCHCUS2             PIC X(08)   VALUE 'MPCHCUS2'.00002150
               10  CA-MPCHCUS3             PIC X(08)   VALUE 'MPCHCUS3'.00002160
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00002170
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002180
      *--      RETORNOS DE LA RUTINA MPBADEU.                           00002190
               10  CA-00                   PIC X(02)   VALUE '00'.      00002200
               10  CA-88                   PIC X(02)   VALUE '88'.      00002210
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00002220
      *--      PARAMETROS DE CONDICIONES: IMPORTE DE LA CUOTA ANUAL Y   00002230
      *--      MOTIVO DE EXENCION ('NO' O BLANCOS = SIN EXENCION).      00002240
               10  CA-PAR-CUOTA            PIC X(03)   VALUE 'CUO'.     00002250
               10  CA-PAR-EXENCION         PIC X(03)   VALUE 'ECU'.     00002260
               10  CA-SIN-EXENCION         PIC X(02)   VALUE 'NO'.      00002270
      *--      FECHAS DE BAJA QUE INDICAN TARJETA O CONTRATO VIGENTE.   00002280
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002290
                                   '0001-01-01'.                        00002300
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE            00002310
                                   '9999-12-31'.                        00002320
      *--      CLASES Y MOTIVOS DEL LISTADO DE CONTROL.                 00002330
               10  CA-CLASE-COBRADA        PIC X(01)   VALUE 'C'.       00002340
               10  CA-CLASE-EXENTA         PIC X(01)   VALUE 'E'.       00002350
               10  CA-CLASE-NO-COBRADA     PIC X(01)   VALUE 'N'.       00002360
               10  CA-MOT-BAJA             PIC X(02)   VALUE 'BA'.      00002370
               10  CA-MOT-NO-ACTIVADA      PIC X(02)   VALUE 'NA'.      00002380
               10  CA-MOT-SIN-CONTRATO     PIC X(02)   VALUE 'NE'.      00002390
               10  CA-MOT-CANCELADO        PIC X(02)   VALUE 'CC'.      00002400
               10  CA-MOT-SIN-IMPORTE      PIC X(02)   VALUE 'SP'.      00002410
               10  CA-MOT-IMPORTE-CERO     PIC X(02)   VALUE 'IC'.      00002420
               10  CA-TXT-COBRADA          PIC X(30)   VALUE            00002430
                                   'CUOTA COBRADA'.                     00002440
               10  CA-TXT-EXENTA           PIC X(30)   VALUE            00002450
                                   'EXENTA POR CONDICIONES'.            00002460
               10  CA-TXT-IMPORTE-CERO     PIC X(30)   VALUE            00002470
                                   'EXENTA: IMPORTE DE CUOTA CERO'.     00002480
               10  CA-TXT-BAJA             PIC X(30)   VALUE            00002490
                                   'NO COBRADA: TARJETA DE BAJA'.       00002500
               10  CA-TXT-NO-ACTIVADA      PIC X(30)   VALUE            00002510
                                   'NO COBRADA: NUNCA ACTIVADA'.        00002520
               10  CA-TXT-SIN-CONTRATO     PIC X(30)   VALUE            00002530
                                   'NO COBRADA: SIN CONTRATO'.          00002540
               10  CA-TXT-CANCELADO        PIC X(30)   VALUE            00002550
                                   'NO COBRADA: CONTRATO CANCELADO'.    00002560
               10  CA-TXT-SIN-IMPORTE      PIC X(30)   VALUE            00002570
                                   'NO COBRADA: SIN IMPORTE CUOTA'.     00002580
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002590
                                   'ERROR AL ABRIR UN FICHERO'.         00002600
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002610
                                   'ERROR AL CERRAR UN FICHERO'.        00002620
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002630
                                   'ERROR AL LEER UN FICHERO'.          00002640
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002650
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002660
               10  CA-ERR-MES-COBRO        PIC X(38)   VALUE            00002670
                         'MES DE COBRO DE SYSIN ERRONEO (AAAAMM)'.      00002680
               10  CA-ERR-CONTRATO         PIC X(38)   VALUE            00002690
                         'ERROR AL LEER LA TABLA MPDT007        '.      00002700
               10  CA-ERR-MPBADEU          PIC X(38)   VALUE            00002710
                         'ERROR DB2 EN LA RUTINA MPBADEU        '.      00002720
               10  CA-ERR-MAX-TOTALES      PIC X(38)   VALUE            00002730
                         'DESBORDAMIENTO DE LA TABLA DE TOTALES '.      00002740
               10  CA-PRF-1050             PIC X(23)   VALUE            00002750
                                   '1050-VALIDAR-PARAMETROS'.           00002760
               10  CA-PRF-1100             PIC X(19)   VALUE            00002770
                                   '1100-ABRIR-FICHEROS'.               00002780
               10  CA-PRF-2200             PIC X(22)   VALUE            00002790
                                   '2200-CONTROL-CONTRATO'.             00002800
               10  CA-PRF-2310             PIC X(19)   VALUE            00002810
                                   '2310-LLAMAR-MPBADEU'.               00002820
               10  CA-PRF-2400             PIC X(20)   VALUE            00002830
                                   '2400-GENERAR-CARGO'.                00002840
               10  CA-PRF-2500             PIC X(20)   VALUE            00002850
                                   '2500-AVANZAR-CUOTA'.                00002860
               10  CA-PRF-2600             PIC X(20)   VALUE            00002870
                                   '2600-ACUMULAR-TOTAL'.               00002880
               10  CA-PRF-3100             PIC X(20)   VALUE            00002890
                                   '3100-CERRAR-FICHEROS'.              00002900
               10  CA-PRF-9100             PIC X(18)   VALUE            00002910
                                   '9100-LEER-MPCHCUE1'.                00002920
               10  CA-PRF-9200             PIC X(22)   VALUE            00002930
                                   '9200-ESCRIBIR-LISTADO'.             00002940
                                                                        00002950
           05  CN-CONSTANTES-NUMERICAS.                                 00002960
               10  CN-1                    PIC 9(01)   VALUE 1.         00002970
               10  CN-4                    PIC 9(01)   VALUE 4.         00002980
               10  CN-100                  PIC 9(03)   VALUE 100.       00002990
               10  CN-MAX-TOTALES          PIC 9(04)   VALUE 1000.      00003000
                                                                        00003010
      ******************************************************************00003020
      *                    C O N T A D O R E S                         *00003030
      ******************************************************************00003040
       01  CT-CONTADORES.                                               00003050
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00003060
           05  CT-VENCIDAS                 PIC 9(9)    VALUE ZEROES.    00003070
           05  CT-COBRADAS                 PIC 9(9)    VALUE ZEROES.    00003080
           05  CT-EXENTAS                  PIC 9(9)    VALUE ZEROES.    00003090
           05  CT-EXC-BAJA                 PIC 9(9)    VALUE ZEROES.    00003100
           05  CT-EXC-NO-ACTIVADA          PIC 9(9)    VALUE ZEROES.    00003110
           05  CT-EXC-CONTRATO             PIC 9(9)    VALUE ZEROES.    00003120
           05  CT-SIN-IMPORTE              PIC 9(9)    VALUE ZEROES.    00003130
           05  CT-AVANZADAS                PIC 9(9)    VALUE ZEROES.    00003140
                                                                        00003150
      ******************************************************************00003160
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003170
      ******************************************************************00003180
       01  WK-ESTADISTICA.                                              00003190
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003200
           05  WK-CAB-2                    PIC X(55)   VALUE            00003210
                   '* ESTADISTICAS DE MPCHCUO                   *'.     00003220
           05  WK-CAB-3.                                                00003230
               10  FILLER                  PIC X(45)   VALUE            00003240
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00003250
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00003260
               10  FILLER                  PIC X(01)   VALUE '*'.       00003270
           05  WK-CAB-4.                                                00003280
               10  FILLER                  PIC X(45)   VALUE            00003290
                   '* TARJETAS CON CUOTA VENCIDA:              '.       00003300
               10  WK-VENCIDAS-ED          PIC ZZZZZZZZ9.               00003310
               10  FILLER                  PIC X(01)   VALUE '*'.       00003320
           05  WK-CAB-5.                                                00003330
               10  FILLER                  PIC X(45)   VALUE            00003340
                   '* CUOTAS COBRADAS (MPCHCUS1):              '.       00003350
               10  WK-COBRADAS-ED          PIC ZZZZZZZZ9.               00003360
               10  FILLER                  PIC X(01)   VALUE '*'.       00003370
           05  WK-CAB-6.                                                00003380
               10  FILLER                  PIC X(45)   VALUE            00003390
                   '* CUOTAS EXENTAS:                          '.       00003400
               10  WK-EXENTAS-ED           PIC ZZZZZZZZ9.               00003410
               10  FILLER                  PIC X(01)   VALUE '*'.       00003420
           05  WK-CAB-7.                                                00003430
               10  FILLER                  PIC X(45)   VALUE            00003440
                   '* NO COBRADAS POR TARJETA DE BAJA:         '.       00003450
               10  WK-EXC-BAJA-ED          PIC ZZZZZZZZ9.               00003460
               10  FILLER                  PIC X(01)   VALUE '*'.       00003470
           05  WK-CAB-8.                                                00003480
               10  FILLER                  PIC X(45)   VALUE            00003490
                   '* NO COBRADAS POR TARJETA NUNCA ACTIVADA:  '.       00003500
               10  WK-EXC-NO-ACTIVADA-ED   PIC ZZZZZZZZ9.               00003510
               10  FILLER                  PIC X(01)   VALUE '*'.       00003520
           05  WK-CAB-9.                                                00003530
               10  FILLER                  PIC X(45)   VALUE            00003540
                   '* NO COBRADAS POR CONTRATO CANCELADO:      '.       00003550
               10  WK-EXC-CONTRATO-ED      PIC ZZZZZZZZ9.               00003560
               10  FILLER                  PIC X(01)   VALUE '*'.       00003570
           05  WK-CAB-10.                                               00003580
               10  FILLER                  PIC X(45)   VALUE            00003590
                   '* NO COBRADAS SIN IMPORTE DE CUOTA:        '.       00003600
               10  WK-SIN-IMPORTE-ED       PIC ZZZZZZZZ9.               00003610
               10  FILLER                  PIC X(01)   VALUE '*'.       00003620
           05  WK-CAB-11.                                               00003630
               10  FILLER                  PIC X(45)   VALUE            00003640
                   '* MES DE CUOTA AVANZADO (MPCHCUS2):        '.       00003650
               10  WK-AVANZADAS-ED         PIC ZZZZZZZZ9.               00003660
               10  FILLER                  PIC X(01)   VALUE '*'.       00003670
                                                                        00003680
      ******************************************************************00003690
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003700
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003710
      ******************************************************************00003720
       01  WK-CANCELACION-BATCH.                                        00003730
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003740
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003750
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003760
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHCUO'. 00003770
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003780
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003790
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003800
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003810
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003820
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003830
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003840
                                                                        00003850
      ******************************************************************00003860
      *                      F I L E  S T A T U S                      *00003870
      ******************************************************************00003880
       01  FS-FILE-STATUS.                                              00003890
           05  FS-MPCHCUE1                 PIC X(02).                   00003900
           05  FS-MPCHCUS1                 PIC X(02).                   00003910
           05  FS-MPCHCUS2                 PIC X(02).                   00003920
           05  FS-MPCHCUS3                 PIC X(02).                   00003930
                                                                        00003940
      ******************************************************************00003950
      * PARAMETROS DE ENTRADA POR SYSIN: MES DE COBRO (EN BLANCO = MES *00003960
      * DE LA FECHA DEL SISTEMA).                                      *00003970
      ******************************************************************00003980
       01  WK-PARAMETROS-SYSIN.                                         00003990
           05  WK-MES-COBRO-AN             PIC X(06)   VALUE SPACES.    00004000
           05  WK-MES-COBRO-R      REDEFINES WK-MES-COBRO-AN.           00004010
               10  WK-COB-AAAA-AN          PIC X(04).                   00004020
               10  WK-COB-MM-AN            PIC X(02).                   00004030
                                                                        00004040
      ******************************************************************00004050
      * MES DE COBRO, PROXIMO MES DE CUOTA Y RESULTADO DE LA TARJETA.  *00004060
      ******************************************************************00004070
       01  WK-COBRO.                                                    00004080
           05  WK-FECHA-HOY.                                            00004090
               10  WK-HOY-AAAA             PIC 9(04).                   00004100
               10  WK-HOY-MM               PIC 9(02).                   00004110
               10  WK-HOY-DD               PIC 9(02).                   00004120
           05  WK-FECHA-CARGO.                                          00004130
               10  WK-CAR-AAAA             PIC 9(04).                   00004140
               10  FILLER                  PIC X(01)   VALUE '-'.       00004150
               10  WK-CAR-MM               PIC 9(02).                   00004160
               10  FILLER                  PIC X(01)   VALUE '-'.       00004170
               10  WK-CAR-DD               PIC 9(02).                   00004180
           05  WK-MES-COBRO                PIC 9(06)   VALUE ZEROES.    00004190
           05  WK-MES-COBRO-RED    REDEFINES WK-MES-COBRO.              00004200
               10  WK-COB-AAAA             PIC 9(04).                   00004210
               10  WK-COB-MM               PIC 9(02).                   00004220
           05  WK-PROXIMA-CUOTA            PIC 9(06)   VALUE ZEROES.    00004230
           05  WK-IMPORTE-CUOTA            PIC S9(13)V9(02) COMP-3      00004240
                                                       VALUE ZEROES.    00004250
           05  WK-NIVEL-CUOTA              PIC X(01)   VALUE SPACES.    00004260
           05  WK-PANUMPAR                 PIC X(03)   VALUE SPACES.    00004270
           05  WK-CLASE                    PIC X(01)   VALUE SPACES.    00004280
           05  WK-MOTIVO                   PIC X(02)   VALUE SPACES.    00004290
                                                                        00004300
      ******************************************************************00004310
      * TOTALES DEL LISTADO DE CONTROL POR ENTIDAD, TIPO DE TARJETA,   *00004320
      * CLASE (COBRADA/EXENTA/NO COBRADA) Y MOTIVO, MANTENIDOS EN      *00004330
      * ORDEN DE CLAVE.                                                *00004340
      ******************************************************************00004350
       01  WK-TABLA-TOTALES.                                            00004360
           05  WK-NUM-TOTALES              PIC S9(04)  COMP VALUE +0.   00004370
           05  WK-IDX-TOTAL                PIC S9(04)  COMP VALUE +0.   00004380
           05  WK-IDX-DESPLAZA             PIC S9(04)  COMP VALUE +0.   00004390
           05  WK-CLAVE-TOTAL.                                          00004400
               10  WK-CT-CDGENTI           PIC X(04).                   00004410
               10  WK-CT-INDTIPT           PIC 9(02).                   00004420
               10  WK-CT-CLASE             PIC X(01).                   00004430
               10  WK-CT-MOTIVO            PIC X(02).                   00004440
           05  WK-TOT-TAB                  OCCURS 1000 TIMES.           00004450
               10  WK-TT-CLAVE.                                         00004460
                   15  WK-TT-CDGENTI       PIC X(04).                   00004470
                   15  WK-TT-INDTIPT       PIC 9(02).                   00004480
                   15  WK-TT-CLASE         PIC X(01).                   00004490
                   15  WK-TT-MOTIVO        PIC X(02).                   00004500
               10  WK-TT-TARJETAS          PIC 9(09).                   00004510
               10  WK-TT-IMPORTE           PIC S9(15)V9(02) COMP-3.     00004520
                                                                        00004530
      ******************************************************************00004540
      * TOTAL COBRADO DE LA ENTIDAD EN CURSO Y GENERAL DEL LISTADO.    *00004550
      ******************************************************************00004560
       01  WK-TOTALES-COBRO.                                            00004570
           05  WK-ENTIDAD-ANT              PIC X(04)   VALUE SPACES.    00004580
           05  WK-ENT-TARJETAS             PIC 9(09)   VALUE ZEROES.    00004590
           05  WK-ENT-IMPORTE              PIC S9(15)V9(02) COMP-3      00004600
                                                       VALUE ZEROES.    00004610
           05  WK-GEN-TARJETAS             PIC 9(09)   VALUE ZEROES.    00004620
           05  WK-GEN-IMPORTE              PIC S9(15)V9(02) COMP-3      00004630
                                                       VALUE ZEROES.    00004640
                                                                        00004650
      ******************************************************************00004660
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00004670
      * CAMPOS NECESARIOS PARA LA SELECCION Y EL COBRO.                *00004680
      ******************************************************************00004690
       01  WK-REGISTRO.                                                 00004700
           05  WK-CDGENTI-009              PIC X(04).                   00004710
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00004720
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00004730
           05  WK-CENTALTA-009             PIC X(04).                   00004740
           05  WK-CUENTNU-009              PIC X(12).                   00004750
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00004760
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00004770
           05  WK-TIPBON-009               PIC X(06).                   00004780
           05  WK-XPAN-009                 PIC X(22).                   00004790
           05  WK-XPANANT-009              PIC X(22).                   00004800
           05  WK-FECALTA-009              PIC X(10).                   00004810
           05  WK-FECALTAN-009             PIC X(10).                   00004820
           05  WK-FEULTUSO-009             PIC X(10).                   00004830
           05  WK-INSITTAR-009             PIC S9(02)V USAGE COMP-3.    00004840
           05  WK-INULTTAR-009             PIC X(02).                   00004850
           05  WK-INDNOREN-009             PIC S9(01)V USAGE COMP-3.    00004860
           05  WK-CODBLQ-009               PIC S9(02)V USAGE COMP-3.    00004870
           05  WK-FEULTBLQ-009             PIC X(10).                   00004880
           05  WK-TEXBLQ-009               PIC X(30).                   00004890
           05  WK-FECBAJA-009              PIC X(10).                   00004900
           05  WK-MOTBAJA-009              PIC X(02).                   00004910
           05  WK-CADTARJ-009              PIC S9(06)V USAGE COMP-3.    00004920
           05  WK-CADANTTJ-009             PIC S9(06)V USAGE COMP-3.    00004930
           05  WK-FECBCUO-009              PIC S9(06)V USAGE COMP-3.    00004940
           05  FILLER                      PIC X(466).                  00004950
                                                                        00004960
      ******************************************************************00004970
      *                 L I N E A S  D E  I N F O R M E                *00004980
      ******************************************************************00004990
       01  WK-LINEA-CABECERA.                                           00005000
           05  FILLER                      PIC X(50)   VALUE            00005010
               'MPCHCUO - COBRO DE CUOTA ANUAL DE TARJETAS - '.         00005020
           05  FILLER                      PIC X(13)   VALUE            00005030
                                   'MES DE COBRO '.                     00005040
           05  WC-MES-COBRO                PIC 9(06).                   00005050
           05  FILLER                      PIC X(10)   VALUE            00005060
                                   ' - FECHA: '.                        00005070
           05  WC-FECHA-HOY                PIC 9(08).                   00005080
           05  FILLER                      PIC X(45)   VALUE SPACES.    00005090
                                                                        00005100
       01  WK-LINEA-TITULOS.                                            00005110
           05  FILLER                      PIC X(06)   VALUE 'ENTI'.    00005120
           05  FILLER                      PIC X(04)   VALUE 'TP'.      00005130
           05  FILLER                      PIC X(05)   VALUE 'MOT'.     00005140
           05  FILLER                      PIC X(32)   VALUE            00005150
                                   'SITUACION'.                         00005160
           05  FILLER                      PIC X(11)   VALUE            00005170
                                   '  TARJETAS'.                        00005180
           05  FILLER                      PIC X(74)   VALUE            00005190
                                   '                IMPORTE'.           00005200
                                                                        00005210
       01  WK-LINEA-DETALLE.                                            00005220
           05  WD-CDGENTI                  PIC X(04).                   00005230
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005240
           05  WD-INDTIPT                  PIC 9(02).                   00005250
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005260
           05  WD-MOTIVO                   PIC X(02).                   00005270
           05  FILLER                      PIC X(03)   VALUE SPACES.    00005280
           05  WD-TEXTO                    PIC X(30).                   00005290
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005300
           05  WD-TARJETAS                 PIC ZZZZZZZZ9.               00005310
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005320
           05  WD-IMPORTE                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005330
           05  FILLER                      PIC X(53)   VALUE SPACES.    00005340
                                                                        00005350
       01  WK-LINEA-TOTAL.                                              00005360
           05  WT-LITERAL                  PIC X(47).                   00005370
           05  WT-TARJETAS                 PIC ZZZZZZZZ9.               00005380
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005390
           05  WT-IMPORTE                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005400
           05  FILLER                      PIC X(53)   VALUE SPACES.    00005410
                                                                        00005420
       01  WK-LITERAL-ENTIDAD.                                          00005430
           05  FILLER                      PIC X(25)   VALUE            00005440
                                   'TOTAL COBRADO ENTIDAD '.            00005450
           05  WL-CDGENTI                  PIC X(04).                   00005460
           05  FILLER                      PIC X(18)   VALUE SPACES.    00005470
                                                                        00005480
       01  WK-LITERAL-GENERAL              PIC X(47)   VALUE            00005490
                                   'TOTAL COBRADO GENERAL'.             00005500
                                                                        00005510
      * -- COPY DE COMUNICACION CON LA RUTINA MPBADEU.                  00005520
           COPY MPYADEU.                                                00005530
                                                                        00005540
      *--  DCLGEN DE LA TABLA MPDT007 (MAESTRO DE CONTRATOS)            00005550
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00005560
                                                                        00005570
      * -- COPY DE COMUNICACION CON DB2.                                00005580
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005590
                                                                        00005600
      ******************************************************************00005610
      *                       PROCEDURE DIVISION                       *00005620
      ******************************************************************00005630
       PROCEDURE DIVISION.                                              00005640
                                                                        00005650
           PERFORM 1000-INICIO                                          00005660
              THRU 1000-INICIO-EXIT                                     00005670
                                                                        00005680
           PERFORM 2000-PROCESO                                         00005690
              THRU 2000-PROCESO-EXIT                                    00005700
             UNTIL SI-FIN-MPCHCUE1                                      00005710
                                                                        00005720
           PERFORM 3000-FIN                                             00005730
              THRU 3000-FIN-EXIT                                        00005740
                                                                        00005750
           .                                                            00005760
                                                                        00005770
      ******************************************************************00005780
      ***                   1000-INICIO                              ***00005790
      ***                   -----------                              ***00005800
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00005810
      * ABREN LOS FICHEROS, SE EMITE LA CABECERA DEL LISTADO Y SE LEE  *00005820
      * LA PRIMERA TARJETA DEL CENSO.                                  *00005830
      ******************************************************************00005840
       1000-INICIO.                                                     00005850
                                                                        00005860
           INITIALIZE WK-COBRO                                          00005870
                      CT-CONTADORES                                     00005880
                                                                        00005890
           MOVE ZEROES                       TO WK-NUM-TOTALES          00005900
                                                                        00005910
           SET NO-FIN-MPCHCUE1               TO TRUE                    00005920
                                                                        00005930
           ACCEPT WK-FECHA-HOY               FROM DATE YYYYMMDD         00005940
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005950
                                                                        00005960
           PERFORM 1050-VALIDAR-PARAMETROS                              00005970
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00005980
                                                                        00005990
           PERFORM 1100-ABRIR-FICHEROS                                  00006000
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006010
                                                                        00006020
           MOVE WK-MES-COBRO                 TO WC-MES-COBRO            00006030
           MOVE WK-FECHA-HOY                 TO WC-FECHA-HOY            00006040
                                                                        00006050
           MOVE WK-LINEA-CABECERA            TO REG-MPCHCUS3            00006060
           PERFORM 9200-ESCRIBIR-LISTADO                                00006070
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006080
                                                                        00006090
           MOVE WK-LINEA-TITULOS             TO REG-MPCHCUS3            00006100
           PERFORM 9200-ESCRIBIR-LISTADO                                00006110
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00006120
                                                                        00006130
           PERFORM 9100-LEER-MPCHCUE1                                   00006140
              THRU 9100-LEER-MPCHCUE1-EXIT                              00006150
                                                                        00006160
           .                                                            00006170
       1000-INICIO-EXIT.                                                00006180
           EXIT.                                                        00006190
                                                                        00006200
      ******************************************************************00006210
      ***                   1050-VALIDAR-PARAMETROS                  ***00006220
      ***                   -----------------------                  ***00006230
      * SE TOMA EL MES DE COBRO DE SYSIN (O EL DE LA FECHA DEL         *00006240
      * SISTEMA), LA FECHA DE CARGO Y EL PROXIMO MES DE CUOTA, UN ANO  *00006250
      * DESPUES DEL MES DE COBRO.                                      *00006260
      ******************************************************************00006270
       1050-VALIDAR-PARAMETROS.                                         00006280
                                                                        00006290
           IF  WK-MES-COBRO-AN = SPACES                                 00006300
               MOVE WK-HOY-AAAA              TO WK-COB-AAAA             00006310
               MOVE WK-HOY-MM                TO WK-COB-MM               00006320
           ELSE                                                         00006330
               IF  WK-MES-COBRO-AN NOT NUMERIC                          00006340
                OR WK-COB-MM-AN < '01'                                  00006350
                OR WK-COB-MM-AN > '12'                                  00006360
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00006370
                   MOVE CA-ERR-MES-COBRO     TO WK-DESCRIPCION          00006380
                   MOVE CA-PRF-1050          TO WK-PARRAFO              00006390
                   MOVE WK-MES-COBRO-AN      TO WK-DATOS-REGISTRO       00006400
                                                                        00006410
                   PERFORM 9000-CANCELACION                             00006420
                      THRU 9000-CANCELACION-EXIT                        00006430
                                                                        00006440
               END-IF                                                   00006450
               MOVE WK-MES-COBRO-AN          TO WK-MES-COBRO            00006460
           END-IF                                                       00006470
                                                                        00006480
           MOVE WK-HOY-AAAA                  TO WK-CAR-AAAA             00006490
           MOVE WK-HOY-MM                    TO WK-CAR-MM               00006500
           MOVE WK-HOY-DD                    TO WK-CAR-DD               00006510
                                                                        00006520
           COMPUTE WK-PROXIMA-CUOTA = WK-MES-COBRO + CN-100             00006530
                                                                        00006540
           .                                                            00006550
       1050-VALIDAR-PARAMETROS-EXIT.                                    00006560
           EXIT.                                                        00006570
                                                                        00006580
      ******************************************************************00006590
      ***                   1100-ABRIR-FICHEROS                      ***00006600
      ***                   -------------------                      ***00006610
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00006620
      ******************************************************************00006630
       1100-ABRIR-FICHEROS.                                             00006640
                                                                        00006650
           OPEN INPUT  MPCHCUE1                                         00006660
                OUTPUT MPCHCUS1                                         00006670
                       MPCHCUS2                                         00006680
                       MPCHCUS3                                         00006690
                                                                        00006700
           IF  FS-MPCHCUE1 NOT = CA-FS-OK                               00006710
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006720
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006730
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006740
               MOVE CA-MPCHCUE1              TO WK-DDNAME               00006750
               MOVE FS-MPCHCUE1              TO WK-FILE-STATUS          00006760
                                                                        00006770
               PERFORM 9000-CANCELACION                                 00006780
                  THRU 9000-CANCELACION-EXIT                            00006790
                                                                        00006800
           END-IF                                                       00006810
                                                                        00006820
           IF  FS-MPCHCUS1 NOT = CA-FS-OK                               00006830
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006840
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006850
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006860
               MOVE CA-MPCHCUS1              TO WK-DDNAME               00006870
               MOVE FS-MPCHCUS1              TO WK-FILE-STATUS          00006880
                                                                        00006890
               PERFORM 9000-CANCELACION                                 00006900
                  THRU 9000-CANCELACION-EXIT                            00006910
                                                                        00006920
           END-IF                                                       00006930
                                                                        00006940
           IF  FS-MPCHCUS2 NOT = CA-FS-OK                               00006950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006960
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006970
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006980
               MOVE CA-MPCHCUS2              TO WK-DDNAME               00006990
               MOVE FS-MPCHCUS2              TO WK-FILE-STATUS          00007000
                                                                        00007010
               PERFORM 9000-CANCELACION                                 00007020
                  THRU 9000-CANCELACION-EXIT                            00007030
                                                                        00007040
           END-IF                                                       00007050
                                                                        00007060
           IF  FS-MPCHCUS3 NOT = CA-FS-OK                               00007070
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007080
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007090
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007100
               MOVE CA-MPCHCUS3              TO WK-DDNAME               00007110
               MOVE FS-MPCHCUS3              TO WK-FILE-STATUS          00007120
                                                                        00007130
               PERFORM 9000-CANCELACION                                 00007140
                  THRU 9000-CANCELACION-EXIT                            00007150
                                                                        00007160
           END-IF                                                       00007170
                                                                        00007180
           .                                                            00007190
       1100-ABRIR-FICHEROS-EXIT.                                        00007200
           EXIT.                                                        00007210
                                                                        00007220
      ******************************************************************00007230
      ***                   2000-PROCESO                             ***00007240
      ***                   ------------                             ***00007250
      * SE TRATA LA TARJETA LEIDA Y SE LEE LA SIGUIENTE.               *00007260
      ******************************************************************00007270
       2000-PROCESO.                                                    00007280
                                                                        00007290
           PERFORM 2100-SELECCIONAR-TARJETA                             00007300
              THRU 2100-SELECCIONAR-TARJETA-EXIT                        00007310
                                                                        00007320
           PERFORM 9100-LEER-MPCHCUE1                                   00007330
              THRU 9100-LEER-MPCHCUE1-EXIT                              00007340
                                                                        00007350
           .                                                            00007360
       2000-PROCESO-EXIT.                                               00007370
           EXIT.                                                        00007380
                                                                        00007390
      ******************************************************************00007400
      ***                   2100-SELECCIONAR-TARJETA                 ***00007410
      ***                   ------------------------                 ***00007420
      * SOLO SE TRATAN LAS TARJETAS CON LA CUOTA VENCIDA. SE APLICAN   *00007430
      * LAS EXCLUSIONES POR ESTE ORDEN: BAJA DE LA TARJETA, TARJETA    *00007440
      * NUNCA ACTIVADA Y CONTRATO. DESPUES SE RESUELVEN EL IMPORTE Y   *00007450
      * LA EXENCION; LA TARJETA NO EXENTA SE COBRA.                    *00007460
      ******************************************************************00007470
       2100-SELECCIONAR-TARJETA.                                        00007480
                                                                        00007490
           IF  WK-FECBCUO-009 = ZEROES                                  00007500
            OR WK-FECBCUO-009 > WK-MES-COBRO                            00007510
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00007520
           END-IF                                                       00007530
                                                                        00007540
           ADD CN-1                          TO CT-VENCIDAS             00007550
                                                                        00007560
           MOVE ZEROES                       TO WK-IMPORTE-CUOTA        00007570
           MOVE CA-CLASE-NO-COBRADA          TO WK-CLASE                00007580
           MOVE SPACES                       TO WK-MOTIVO               00007590
                                                                        00007600
           IF  WK-FECBAJA-009 NOT = SPACES                              00007610
           AND WK-FECBAJA-009 NOT = CA-FECHA-ABIERTA                    00007620
               MOVE CA-MOT-BAJA              TO WK-MOTIVO               00007630
               ADD CN-1                      TO CT-EXC-BAJA             00007640
               PERFORM 2600-ACUMULAR-TOTAL                              00007650
                  THRU 2600-ACUMULAR-TOTAL-EXIT                         00007660
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00007670
           END-IF                                                       00007680
                                                                        00007690
           IF  WK-FEULTUSO-009 = SPACES                                 00007700
            OR WK-FEULTUSO-009 = CA-FECHA-ABIERTA                       00007710
               MOVE CA-MOT-NO-ACTIVADA       TO WK-MOTIVO               00007720
               ADD CN-1                      TO CT-EXC-NO-ACTIVADA      00007730
               PERFORM 2600-ACUMULAR-TOTAL                              00007740
                  THRU 2600-ACUMULAR-TOTAL-EXIT                         00007750
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00007760
           END-IF                                                       00007770
                                                                        00007780
           PERFORM 2200-CONTROL-CONTRATO                                00007790
              THRU 2200-CONTROL-CONTRATO-EXIT                           00007800
                                                                        00007810
           IF  WK-MOTIVO NOT = SPACES                                   00007820
               PERFORM 2600-ACUMULAR-TOTAL                              00007830
                  THRU 2600-ACUMULAR-TOTAL-EXIT                         00007840
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00007850
           END-IF                                                       00007860
                                                                        00007870
           PERFORM 2300-RESOLVER-IMPORTE                                00007880
              THRU 2300-RESOLVER-IMPORTE-EXIT                           00007890
                                                                        00007900
           IF  NO-IMPORTE-RESUELTO                                      00007910
               MOVE CA-MOT-SIN-IMPORTE       TO WK-MOTIVO               00007920
               ADD CN-1                      TO CT-SIN-IMPORTE          00007930
               PERFORM 2600-ACUMULAR-TOTAL                              00007940
                  THRU 2600-ACUMULAR-TOTAL-EXIT                         00007950
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00007960
           END-IF                                                       00007970
                                                                        00007980
           IF  WK-IMPORTE-CUOTA = ZEROES                                00007990
               MOVE CA-MOT-IMPORTE-CERO      TO WK-MOTIVO               00008000
           ELSE                                                         00008010
               PERFORM 2350-RESOLVER-EXENCION                           00008020
                  THRU 2350-RESOLVER-EXENCION-EXIT                      00008030
           END-IF                                                       00008040
                                                                        00008050
           IF  WK-MOTIVO NOT = SPACES                                   00008060
               MOVE CA-CLASE-EXENTA          TO WK-CLASE                00008070
               ADD CN-1                      TO CT-EXENTAS              00008080
           ELSE                                                         00008090
               MOVE CA-CLASE-COBRADA         TO WK-CLASE                00008100
               PERFORM 2400-GENERAR-CARGO                               00008110
                  THRU 2400-GENERAR-CARGO-EXIT                          00008120
           END-IF                                                       00008130
                                                                        00008140
           PERFORM 2500-AVANZAR-CUOTA                                   00008150
              THRU 2500-AVANZAR-CUOTA-EXIT                              00008160
                                                                        00008170
           PERFORM 2600-ACUMULAR-TOTAL                                  00008180
              THRU 2600-ACUMULAR-TOTAL-EXIT                             00008190
                                                                        00008200
           .                                                            00008210
       2100-SELECCIONAR-TARJETA-EXIT.                                   00008220
           EXIT.                                                        00008230
                                                                        00008240
      ******************************************************************00008250
      ***                   2200-CONTROL-CONTRATO                    ***00008260
      ***                   ---------------------                    ***00008270
      * SE CONSULTA EN MPDT007 EL CONTRATO DE LA TARJETA. NO SE COBRA  *00008280
      * SI NO EXISTE O SI ESTA DADO DE BAJA.                           *00008290
      ******************************************************************00008300
       2200-CONTROL-CONTRATO.                                           00008310
                                                                        00008320
           INITIALIZE DCLMPDT007                                        00008330
                                                                        00008340
           EXEC SQL                                                     00008350
                SELECT CHAR(E1003_FECBAJA, ISO)                         00008360
                  INTO :E1003-FECBAJA                                   00008370
                  FROM MPDT007                                          00008380
                 WHERE E1003_CDGENTI  = :WK-CDGENTI-009                 00008390
                   AND E1003_CENTALTA = :WK-CENTALTA-009                00008400
                   AND E1003_CUENTNU  = :WK-CUENTNU-009                 00008410
           END-EXEC                                                     00008420
                                                                        00008430
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008440
                                                                        00008450
           EVALUATE  TRUE                                               00008460
               WHEN  DB2-OK                                             00008470
                     IF  E1003-FECBAJA NOT = CA-FECHA-SIN-BAJA          00008480
                         MOVE CA-MOT-CANCELADO                          00008490
                                             TO WK-MOTIVO               00008500
                         ADD CN-1            TO CT-EXC-CONTRATO         00008510
                     END-IF                                             00008520
                                                                        00008530
               WHEN  DB2-CLV-NOT-FOUND                                  00008540
                     MOVE CA-MOT-SIN-CONTRATO                           00008550
                                             TO WK-MOTIVO               00008560
                     ADD CN-1                TO CT-EXC-CONTRATO         00008570
                                                                        00008580
               WHEN  OTHER                                              00008590
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00008600
                     MOVE CA-ERR-CONTRATO    TO WK-DESCRIPCION          00008610
                     MOVE CA-PRF-2200        TO WK-PARRAFO              00008620
                     MOVE CA-MPCHCUO         TO WK-RUTINA               00008630
                     MOVE CA-MPDT007         TO WK-TABLA-DB2            00008640
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00008650
                                                                        00008660
                     PERFORM 9000-CANCELACION                           00008670
                        THRU 9000-CANCELACION-EXIT                      00008680
                                                                        00008690
           END-EVALUATE                                                 00008700
                                                                        00008710
           .                                                            00008720
       2200-CONTROL-CONTRATO-EXIT.                                      00008730
           EXIT.                                                        00008740
                                                                        00008750
      ******************************************************************00008760
      ***                   2300-RESOLVER-IMPORTE                    ***00008770
      ***                   ---------------------                    ***00008780
      * SE OBTIENE CON MPBADEU EL IMPORTE DE LA CUOTA ANUAL VIGENTE    *00008790
      * PARA LA CUENTA EN LA FECHA DE CARGO.                           *00008800
      ******************************************************************00008810
       2300-RESOLVER-IMPORTE.                                           00008820
                                                                        00008830
           SET NO-IMPORTE-RESUELTO           TO TRUE                    00008840
                                                                        00008850
           MOVE CA-PAR-CUOTA                 TO WK-PANUMPAR             00008860
                                                                        00008870
           PERFORM 2310-LLAMAR-MPBADEU                                  00008880
              THRU 2310-LLAMAR-MPBADEU-EXIT                             00008890
                                                                        00008900
           IF  MPYADEU-COD-RET = CA-00                                  00008910
           AND MPYADEU-IND-CONVERTIDO-S = CA-SI                         00008920
               MOVE MPYADEU-VALNUM-S         TO WK-IMPORTE-CUOTA        00008930
               MOVE MPYADEU-NIVEL-S          TO WK-NIVEL-CUOTA          00008940
               SET SI-IMPORTE-RESUELTO       TO TRUE                    00008950
           END-IF                                                       00008960
                                                                        00008970
           .                                                            00008980
       2300-RESOLVER-IMPORTE-EXIT.                                      00008990
           EXIT.                                                        00009000
                                                                        00009010
      ******************************************************************00009020
      ***                   2310-LLAMAR-MPBADEU                      ***00009030
      ***                   -------------------                      ***00009040
      * SE INVOCA MPBADEU PARA LA CUENTA DE LA TARJETA Y EL PARAMETRO  *00009050
      * INFORMADO EN WK-PANUMPAR. EL PRODUCTO LO DETERMINA LA RUTINA   *00009060
      * A PARTIR DEL CONTRATO. UN ERROR DB2 CANCELA EL PROCESO.        *00009070
      ******************************************************************00009080
       2310-LLAMAR-MPBADEU.                                             00009090
                                                                        00009100
           INITIALIZE MPYADEU                                           00009110
                                                                        00009120
           MOVE WK-PANUMPAR                  TO MPYADEU-PANUMPAR-E      00009130
           MOVE WK-CDGENTI-009               TO MPYADEU-CDGENTI-E       00009140
           MOVE WK-CENTALTA-009              TO MPYADEU-CENTALTA-E      00009150
           MOVE WK-CUENTNU-009               TO MPYADEU-CUENTNU-E       00009160
           MOVE WK-FECHA-CARGO               TO MPYADEU-FECHA-E         00009170
           MOVE WK-PROGRAMA                  TO MPYADEU-PROGRAMA-E      00009180
                                                                        00009190
           CALL CA-MPBADEU               USING MPYADEU                  00009200
                                                                        00009210
           IF  MPYADEU-COD-RET NOT = CA-00                              00009220
           AND MPYADEU-COD-RET NOT = CA-88                              00009230
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009240
               MOVE CA-ERR-MPBADEU           TO WK-DESCRIPCION          00009250
               MOVE CA-PRF-2310              TO WK-PARRAFO              00009260
               MOVE CA-MPBADEU               TO WK-RUTINA               00009270
               MOVE MPYADEU-DATOS-CONTROL    TO WK-DATOS-REGISTRO       00009280
                                                                        00009290
               PERFORM 9000-CANCELACION                                 00009300
                  THRU 9000-CANCELACION-EXIT                            00009310
                                                                        00009320
           END-IF                                                       00009330
                                                                        00009340
           .                                                            00009350
       2310-LLAMAR-MPBADEU-EXIT.                                        00009360
           EXIT.                                                        00009370
                                                                        00009380
      ******************************************************************00009390
      ***                   2350-RESOLVER-EXENCION                   ***00009400
      ***                   ----------------------                   ***00009410
      * SE OBTIENE CON MPBADEU EL MOTIVO DE EXENCION DE LA CUOTA. SIN  *00009420
      * VALOR, EN BLANCO O 'NO' LA TARJETA NO ESTA EXENTA.             *00009430
      ******************************************************************00009440
       2350-RESOLVER-EXENCION.                                          00009450
                                                                        00009460
           MOVE CA-PAR-EXENCION              TO WK-PANUMPAR             00009470
                                                                        00009480
           PERFORM 2310-LLAMAR-MPBADEU                                  00009490
              THRU 2310-LLAMAR-MPBADEU-EXIT                             00009500
                                                                        00009510
           IF  MPYADEU-COD-RET = CA-00                                  00009520
           AND MPYADEU-VALPARM-S(1:2) NOT = SPACES                      00009530
           AND MPYADEU-VALPARM-S(1:2) NOT = CA-SIN-EXENCION             00009540
               MOVE MPYADEU-VALPARM-S(1:2)   TO WK-MOTIVO               00009550
           END-IF                                                       00009560
                                                                        00009570
           .                                                            00009580
       2350-RESOLVER-EXENCION-EXIT.                                     00009590
           EXIT.                                                        00009600
                                                                        00009610
      ******************************************************************00009620
      ***                   2400-GENERAR-CARGO                       ***00009630
      ***                   ------------------                       ***00009640
      * SE ESCRIBE EL CARGO DE LA CUOTA ANUAL PARA FACTURACION.        *00009650
      ******************************************************************00009660
       2400-GENERAR-CARGO.                                              00009670
                                                                        00009680
           MOVE SPACES                       TO REG-MPCHCUS1            00009690
           MOVE WK-CDGENTI-009               TO CG-CDGENTI              00009700
           MOVE WK-CENTALTA-009              TO CG-CENTALTA             00009710
           MOVE WK-CUENTNU-009               TO CG-CUENTNU              00009720
           MOVE WK-XPAN-009                  TO CG-XPAN                 00009730
           MOVE WK-INDTIPT-009               TO CG-INDTIPT              00009740
           MOVE WK-FECBCUO-009               TO CG-MES-CUOTA            00009750
           MOVE WK-FECHA-CARGO               TO CG-FECCARGO             00009760
           MOVE WK-IMPORTE-CUOTA             TO CG-IMPORTE              00009770
           MOVE WK-NIVEL-CUOTA               TO CG-NIVEL                00009780
                                                                        00009790
           WRITE REG-MPCHCUS1                                           00009800
                                                                        00009810
           IF  FS-MPCHCUS1 NOT = CA-FS-OK                               00009820
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009830
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009840
               MOVE CA-PRF-2400              TO WK-PARRAFO              00009850
               MOVE CA-MPCHCUS1              TO WK-DDNAME               00009860
               MOVE FS-MPCHCUS1              TO WK-FILE-STATUS          00009870
               MOVE REG-MPCHCUS1             TO WK-DATOS-REGISTRO       00009880
                                                                        00009890
               PERFORM 9000-CANCELACION                                 00009900
                  THRU 9000-CANCELACION-EXIT                            00009910
                                                                        00009920
           END-IF                                                       00009930
                                                                        00009940
           ADD CN-1                          TO CT-COBRADAS             00009950
                                                                        00009960
           .                                                            00009970
       2400-GENERAR-CARGO-EXIT.                                         00009980
           EXIT.                                                        00009990
                                                                        00010000
      ******************************************************************00010010
      ***                   2500-AVANZAR-CUOTA                       ***00010020
      ***                   ------------------                       ***00010030
      * SE ESCRIBE LA TARJETA COBRADA O EXENTA EN LA ACTUALIZACION DEL *00010040
      * CENSO CON EL MES DE CUOTA UN ANO DESPUES DEL MES DE COBRO, DE  *00010050
      * MODO QUE UNA CUOTA ATRASADA NO SE VUELVA A COBRAR EL MES       *00010060
      * SIGUIENTE.                                                     *00010070
      ******************************************************************00010080
       2500-AVANZAR-CUOTA.                                              00010090
                                                                        00010100
           MOVE WK-PROXIMA-CUOTA             TO WK-FECBCUO-009          00010110
                                                                        00010120
           WRITE REG-MPCHCUS2                FROM WK-REGISTRO           00010130
                                                                        00010140
           IF  FS-MPCHCUS2 NOT = CA-FS-OK                               00010150
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010160
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010170
               MOVE CA-PRF-2500              TO WK-PARRAFO              00010180
               MOVE CA-MPCHCUS2              TO WK-DDNAME               00010190
               MOVE FS-MPCHCUS2              TO WK-FILE-STATUS          00010200
               MOVE WK-REGISTRO              TO WK-DATOS-REGISTRO       00010210
                                                                        00010220
               PERFORM 9000-CANCELACION                                 00010230
                  THRU 9000-CANCELACION-EXIT                            00010240
                                                                        00010250
           END-IF                                                       00010260
                                                                        00010270
           ADD CN-1                          TO CT-AVANZADAS            00010280
                                                                        00010290
           .                                                            00010300
       2500-AVANZAR-CUOTA-EXIT.                                         00010310
           EXIT.                                                        00010320
                                                                        00010330
      ******************************************************************00010340
      ***                   2600-ACUMULAR-TOTAL                      ***00010350
      ***                   -------------------                      ***00010360
      * SE ACUMULA LA TARJETA EN LA TABLA DE TOTALES. SI LA CLAVE NO   *00010370
      * EXISTE SE INSERTA EN SU POSICION, DESPLAZANDO LAS SIGUIENTES,  *00010380
      * PARA QUE EL LISTADO SALGA ORDENADO.                            *00010390
      ******************************************************************00010400
       2600-ACUMULAR-TOTAL.                                             00010410
                                                                        00010420
           MOVE WK-CDGENTI-009               TO WK-CT-CDGENTI           00010430
           MOVE WK-INDTIPT-009               TO WK-CT-INDTIPT           00010440
           MOVE WK-CLASE                     TO WK-CT-CLASE             00010450
           MOVE WK-MOTIVO                    TO WK-CT-MOTIVO            00010460
                                                                        00010470
           PERFORM 2610-BUSCAR-POSICION                                 00010480
              THRU 2610-BUSCAR-POSICION-EXIT                            00010490
             VARYING WK-IDX-TOTAL FROM CN-1 BY CN-1                     00010500
               UNTIL WK-IDX-TOTAL > WK-NUM-TOTALES                      00010510
                  OR WK-TT-CLAVE(WK-IDX-TOTAL) NOT < WK-CLAVE-TOTAL     00010520
                                                                        00010530
           IF  WK-IDX-TOTAL > WK-NUM-TOTALES                            00010540
            OR WK-TT-CLAVE(WK-IDX-TOTAL) NOT = WK-CLAVE-TOTAL           00010550
               IF  WK-NUM-TOTALES NOT < CN-MAX-TOTALES                  00010560
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00010570
                   MOVE CA-ERR-MAX-TOTALES   TO WK-DESCRIPCION          00010580
                   MOVE CA-PRF-2600          TO WK-PARRAFO              00010590
                   MOVE WK-CLAVE-TOTAL       TO WK-DATOS-REGISTRO       00010600
                                                                        00010610
                   PERFORM 9000-CANCELACION                             00010620
                      THRU 9000-CANCELACION-EXIT                        00010630
                                                                        00010640
               END-IF                                                   00010650
                                                                        00010660
               PERFORM 2620-DESPLAZAR-TOTAL                             00010670
                  THRU 2620-DESPLAZAR-TOTAL-EXIT                        00010680
                 VARYING WK-IDX-DESPLAZA FROM WK-NUM-TOTALES BY -1      00010690
                   UNTIL WK-IDX-DESPLAZA < WK-IDX-TOTAL                 00010700
                                                                        00010710
               ADD CN-1                      TO WK-NUM-TOTALES          00010720
               MOVE WK-CLAVE-TOTAL       TO WK-TT-CLAVE(WK-IDX-TOTAL)   00010730
               MOVE ZEROES               TO WK-TT-TARJETAS(WK-IDX-TOTAL)00010740
                                            WK-TT-IMPORTE(WK-IDX-TOTAL) 00010750
           END-IF                                                       00010760
                                                                        00010770
           ADD CN-1                  TO WK-TT-TARJETAS(WK-IDX-TOTAL)    00010780
           ADD WK-IMPORTE-CUOTA      TO WK-TT-IMPORTE(WK-IDX-TOTAL)     00010790
                                                                        00010800
           .                                                            00010810
       2600-ACUMULAR-TOTAL-EXIT.                                        00010820
           EXIT.                                                        00010830
                                                                        00010840
      ******************************************************************00010850
      ***                   2610-BUSCAR-POSICION                     ***00010860
      ***                   --------------------                     ***00010870
      * SE AVANZA UNA POSICION EN LA TABLA DE TOTALES.                 *00010880
      ******************************************************************00010890
       2610-BUSCAR-POSICION.                                            00010900
                                                                        00010910
           CONTINUE                                                     00010920
                                                                        00010930
           .                                                            00010940
       2610-BUSCAR-POSICION-EXIT.                                       00010950
           EXIT.                                                        00010960
                                                                        00010970
      ******************************************************************00010980
      ***                   2620-DESPLAZAR-TOTAL                     ***00010990
      ***                   --------------------                     ***00011000
      * SE DESPLAZA UNA ENTRADA DE LA TABLA UNA POSICION HACIA ABAJO.  *00011010
      ******************************************************************00011020
       2620-DESPLAZAR-TOTAL.                                            00011030
                                                                        00011040
           MOVE WK-TOT-TAB(WK-IDX-DESPLAZA)                             00011050
             TO WK-TOT-TAB(WK-IDX-DESPLAZA + CN-1)                      00011060
                                                                        00011070
           .                                                            00011080
       2620-DESPLAZAR-TOTAL-EXIT.                                       00011090
           EXIT.                                                        00011100
                                                                        00011110
      ******************************************************************00011120
      ***                   3000-FIN                                 ***00011130
      ***                   --------                                 ***00011140
      * SE EMITEN LOS TOTALES DEL LISTADO, SE CIERRAN LOS FICHEROS, SE *00011150
      * MUESTRAN LAS ESTADISTICAS Y SE DEVUELVE RC 4 SI HAY TARJETAS   *00011160
      * SIN IMPORTE DE CUOTA.                                          *00011170
      ******************************************************************00011180
       3000-FIN.                                                        00011190
                                                                        00011200
           PERFORM 3050-EMITIR-TOTALES                                  00011210
              THRU 3050-EMITIR-TOTALES-EXIT                             00011220
                                                                        00011230
           PERFORM 3100-CERRAR-FICHEROS                                 00011240
              THRU 3100-CERRAR-FICHEROS-EXIT                            00011250
                                                                        00011260
           PERFORM 3200-ESTADISTICAS                                    00011270
              THRU 3200-ESTADISTICAS-EXIT                               00011280
                                                                        00011290
           IF  CT-SIN-IMPORTE > ZEROES                                  00011300
               MOVE CN-4                     TO RETURN-CODE             00011310
           END-IF                                                       00011320
                                                                        00011330
           STOP RUN                                                     00011340
                                                                        00011350
           .                                                            00011360
       3000-FIN-EXIT.                                                   00011370
           EXIT.                                                        00011380
                                                                        00011390
      ******************************************************************00011400
      ***                   3050-EMITIR-TOTALES                      ***00011410
      ***                   -------------------                      ***00011420
      * SE RECORRE LA TABLA DE TOTALES EN ORDEN DE CLAVE, CON EL TOTAL *00011430
      * COBRADO DE CADA ENTIDAD Y EL TOTAL GENERAL AL FINAL.           *00011440
      ******************************************************************00011450
       3050-EMITIR-TOTALES.                                             00011460
                                                                        00011470
           INITIALIZE WK-TOTALES-COBRO                                  00011480
                                                                        00011490
           PERFORM 3060-EMITIR-LINEA                                    00011500
              THRU 3060-EMITIR-LINEA-EXIT                               00011510
             VARYING WK-IDX-TOTAL FROM CN-1 BY CN-1                     00011520
               UNTIL WK-IDX-TOTAL > WK-NUM-TOTALES                      00011530
                                                                        00011540
           IF  WK-NUM-TOTALES > ZEROES                                  00011550
               PERFORM 3070-TOTAL-ENTIDAD                               00011560
                  THRU 3070-TOTAL-ENTIDAD-EXIT                          00011570
           END-IF                                                       00011580
                                                                        00011590
           MOVE SPACES                       TO WK-LINEA-TOTAL          00011600
           MOVE WK-LITERAL-GENERAL           TO WT-LITERAL              00011610
           MOVE WK-GEN-TARJETAS              TO WT-TARJETAS             00011620
           MOVE WK-GEN-IMPORTE               TO WT-IMPORTE              00011630
                                                                        00011640
           MOVE WK-LINEA-TOTAL               TO REG-MPCHCUS3            00011650
           PERFORM 9200-ESCRIBIR-LISTADO                                00011660
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00011670
                                                                        00011680
           .                                                            00011690
       3050-EMITIR-TOTALES-EXIT.                                        00011700
           EXIT.                                                        00011710
                                                                        00011720
      ******************************************************************00011730
      ***                   3060-EMITIR-LINEA                        ***00011740
      ***                   -----------------                        ***00011750
      * SE EMITE UNA LINEA DE TOTALES, PRECEDIDA DEL TOTAL DE LA       *00011760
      * ENTIDAD ANTERIOR CUANDO CAMBIA LA ENTIDAD.                     *00011770
      ******************************************************************00011780
       3060-EMITIR-LINEA.                                               00011790
                                                                        00011800
           IF  WK-IDX-TOTAL > CN-1                                      00011810
           AND WK-TT-CDGENTI(WK-IDX-TOTAL) NOT = WK-ENTIDAD-ANT         00011820
               PERFORM 3070-TOTAL-ENTIDAD                               00011830
                  THRU 3070-TOTAL-ENTIDAD-EXIT                          00011840
           END-IF                                                       00011850
                                                                        00011860
           MOVE WK-TT-CDGENTI(WK-IDX-TOTAL)  TO WK-ENTIDAD-ANT          00011870
                                                                        00011880
           MOVE SPACES                       TO WK-LINEA-DETALLE        00011890
           MOVE WK-TT-CDGENTI(WK-IDX-TOTAL)  TO WD-CDGENTI              00011900
           MOVE WK-TT-INDTIPT(WK-IDX-TOTAL)  TO WD-INDTIPT              00011910
           MOVE WK-TT-MOTIVO(WK-IDX-TOTAL)   TO WD-MOTIVO               00011920
           MOVE WK-TT-TARJETAS(WK-IDX-TOTAL) TO WD-TARJETAS             00011930
           MOVE WK-TT-IMPORTE(WK-IDX-TOTAL)  TO WD-IMPORTE              00011940
                                                                        00011950
           EVALUATE  TRUE                                               00011960
               WHEN  WK-TT-CLASE(WK-IDX-TOTAL) = CA-CLASE-COBRADA       00011970
                     MOVE CA-TXT-COBRADA     TO WD-TEXTO                00011980
                     ADD WK-TT-TARJETAS(WK-IDX-TOTAL)                   00011990
                                             TO WK-ENT-TARJETAS         00012000
                     ADD WK-TT-IMPORTE(WK-IDX-TOTAL)                    00012010
                                             TO WK-ENT-IMPORTE          00012020
               WHEN  WK-TT-MOTIVO(WK-IDX-TOTAL) = CA-MOT-IMPORTE-CERO   00012030
               AND   WK-TT-CLASE(WK-IDX-TOTAL) = CA-CLASE-EXENTA        00012040
                     MOVE CA-TXT-IMPORTE-CERO                           00012050
                                             TO WD-TEXTO                00012060
               WHEN  WK-TT-CLASE(WK-IDX-TOTAL) = CA-CLASE-EXENTA        00012070
                     MOVE CA-TXT-EXENTA      TO WD-TEXTO                00012080
               WHEN  WK-TT-MOTIVO(WK-IDX-TOTAL) = CA-MOT-BAJA           00012090
                     MOVE CA-TXT-BAJA        TO WD-TEXTO                00012100
               WHEN  WK-TT-MOTIVO(WK-IDX-TOTAL) = CA-MOT-NO-ACTIVADA    00012110
                     MOVE CA-TXT-NO-ACTIVADA TO WD-TEXTO                00012120
               WHEN  WK-TT-MOTIVO(WK-IDX-TOTAL) = CA-MOT-SIN-CONTRATO   00012130
                     MOVE CA-TXT-SIN-CONTRATO                           00012140
                                             TO WD-TEXTO                00012150
               WHEN  WK-TT-MOTIVO(WK-IDX-TOTAL) = CA-MOT-CANCELADO      00012160
                     MOVE CA-TXT-CANCELADO   TO WD-TEXTO                00012170
               WHEN  OTHER                                              00012180
                     MOVE CA-TXT-SIN-IMPORTE TO WD-TEXTO                00012190
           END-EVALUATE                                                 00012200
                                                                        00012210
           MOVE WK-LINEA-DETALLE             TO REG-MPCHCUS3            00012220
           PERFORM 9200-ESCRIBIR-LISTADO                                00012230
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00012240
                                                                        00012250
           .                                                            00012260
       3060-EMITIR-LINEA-EXIT.                                          00012270
           EXIT.                                                        00012280
                                                                        00012290
      ******************************************************************00012300
      ***                   3070-TOTAL-ENTIDAD                       ***00012310
      ***                   ------------------                       ***00012320
      * SE EMITE EL TOTAL COBRADO DE LA ENTIDAD Y SE ACUMULA AL        *00012330
      * GENERAL.                                                       *00012340
      ******************************************************************00012350
       3070-TOTAL-ENTIDAD.                                              00012360
                                                                        00012370
           MOVE WK-ENTIDAD-ANT               TO WL-CDGENTI              00012380
                                                                        00012390
           MOVE SPACES                       TO WK-LINEA-TOTAL          00012400
           MOVE WK-LITERAL-ENTIDAD           TO WT-LITERAL              00012410
           MOVE WK-ENT-TARJETAS              TO WT-TARJETAS             00012420
           MOVE WK-ENT-IMPORTE               TO WT-IMPORTE              00012430
                                                                        00012440
           MOVE WK-LINEA-TOTAL               TO REG-MPCHCUS3            00012450
           PERFORM 9200-ESCRIBIR-LISTADO                                00012460
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00012470
                                                                        00012480
           ADD WK-ENT-TARJETAS               TO WK-GEN-TARJETAS         00012490
           ADD WK-ENT-IMPORTE                TO WK-GEN-IMPORTE          00012500
                                                                        00012510
           MOVE ZEROES                       TO WK-ENT-TARJETAS         00012520
                                                WK-ENT-IMPORTE          00012530
                                                                        00012540
           .                                                            00012550
       3070-TOTAL-ENTIDAD-EXIT.                                         00012560
           EXIT.                                                        00012570
                                                                        00012580
      ******************************************************************00012590
      ***                   3100-CERRAR-FICHEROS                     ***00012600
      ***                   ---------------------                    ***00012610
      * SE CIERRAN LOS FICHEROS.                                       *00012620
      ******************************************************************00012630
       3100-CERRAR-FICHEROS.                                            00012640
                                                                        00012650
           CLOSE MPCHCUE1                                               00012660
                 MPCHCUS1                                               00012670
                 MPCHCUS2                                               00012680
                 MPCHCUS3                                               00012690
                                                                        00012700
           IF  FS-MPCHCUS1 NOT = CA-FS-OK                               00012710
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012720
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012730
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012740
               MOVE CA-MPCHCUS1              TO WK-DDNAME               00012750
               MOVE FS-MPCHCUS1              TO WK-FILE-STATUS          00012760
                                                                        00012770
               PERFORM 9000-CANCELACION                                 00012780
                  THRU 9000-CANCELACION-EXIT                            00012790
                                                                        00012800
           END-IF                                                       00012810
                                                                        00012820
           IF  FS-MPCHCUS2 NOT = CA-FS-OK                               00012830
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012840
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012850
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012860
               MOVE CA-MPCHCUS2              TO WK-DDNAME               00012870
               MOVE FS-MPCHCUS2              TO WK-FILE-STATUS          00012880
                                                                        00012890
               PERFORM 9000-CANCELACION                                 00012900
                  THRU 9000-CANCELACION-EXIT                            00012910
                                                                        00012920
           END-IF                                                       00012930
                                                                        00012940
           IF  FS-MPCHCUS3 NOT = CA-FS-OK                               00012950
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012960
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012970
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012980
               MOVE CA-MPCHCUS3              TO WK-DDNAME               00012990
               MOVE FS-MPCHCUS3              TO WK-FILE-STATUS          00013000
                                                                        00013010
               PERFORM 9000-CANCELACION                                 00013020
                  THRU 9000-CANCELACION-EXIT                            00013030
                                                                        00013040
           END-IF                                                       00013050
                                                                        00013060
           .                                                            00013070
       3100-CERRAR-FICHEROS-EXIT.                                       00013080
           EXIT.                                                        00013090
                                                                        00013100
      ******************************************************************00013110
      ***                   3200-ESTADISTICAS                        ***00013120
      ***                   -----------------                        ***00013130
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013140
      ******************************************************************00013150
       3200-ESTADISTICAS.                                               00013160
                                                                        00013170
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00013180
           MOVE CT-VENCIDAS                   TO WK-VENCIDAS-ED         00013190
           MOVE CT-COBRADAS                   TO WK-COBRADAS-ED         00013200
           MOVE CT-EXENTAS                    TO WK-EXENTAS-ED          00013210
           MOVE CT-EXC-BAJA                   TO WK-EXC-BAJA-ED         00013220
           MOVE CT-EXC-NO-ACTIVADA            TO WK-EXC-NO-ACTIVADA-ED  00013230
           MOVE CT-EXC-CONTRATO               TO WK-EXC-CONTRATO-ED     00013240
           MOVE CT-SIN-IMPORTE                TO WK-SIN-IMPORTE-ED      00013250
           MOVE CT-AVANZADAS                  TO WK-AVANZADAS-ED        00013260
                                                                        00013270
           DISPLAY WK-CAB-1                                             00013280
           DISPLAY WK-CAB-2                                             00013290
           DISPLAY WK-CAB-1                                             00013300
           DISPLAY WK-CAB-3                                             00013310
           DISPLAY WK-CAB-4                                             00013320
           DISPLAY WK-CAB-5                                             00013330
           DISPLAY WK-CAB-6                                             00013340
           DISPLAY WK-CAB-7                                             00013350
           DISPLAY WK-CAB-8                                             00013360
           DISPLAY WK-CAB-9                                             00013370
           DISPLAY WK-CAB-10                                            00013380
           DISPLAY WK-CAB-11                                            00013390
           DISPLAY WK-CAB-1                                             00013400
                                                                        00013410
           .                                                            00013420
       3200-ESTADISTICAS-EXIT.                                          00013430
           EXIT.                                                        00013440
                                                                        00013450
      ******************************************************************00013460
      ***                   9100-LEER-MPCHCUE1                       ***00013470
      ***                   ------------------                       ***00013480
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO.                         *00013490
      ******************************************************************00013500
       9100-LEER-MPCHCUE1.                                              00013510
                                                                        00013520
           READ MPCHCUE1                     INTO WK-REGISTRO           00013530
           AT END                                                       00013540
                SET SI-FIN-MPCHCUE1          TO TRUE                    00013550
           END-READ                                                     00013560
                                                                        00013570
           IF  FS-MPCHCUE1 NOT = CA-FS-OK AND CA-FS-EOF                 00013580
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013590
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00013600
               MOVE CA-PRF-9100              TO WK-PARRAFO              00013610
               MOVE CA-MPCHCUE1              TO WK-DDNAME               00013620
               MOVE FS-MPCHCUE1              TO WK-FILE-STATUS          00013630
                                                                        00013640
               PERFORM 9000-CANCELACION                                 00013650
                  THRU 9000-CANCELACION-EXIT                            00013660
                                                                        00013670
           END-IF                                                       00013680
                                                                        00013690
           IF  NO-FIN-MPCHCUE1                                          00013700
               ADD CN-1                      TO CT-LEIDAS               00013710
           END-IF                                                       00013720
                                                                        00013730
           .                                                            00013740
       9100-LEER-MPCHCUE1-EXIT.                                         00013750
           EXIT.                                                        00013760
                                                                        00013770
      ******************************************************************00013780
      ***                   9200-ESCRIBIR-LISTADO                    ***00013790
      ***                   ---------------------                    ***00013800
      * SE ESCRIBE UNA LINEA DEL LISTADO DE CONTROL.                   *00013810
      ******************************************************************00013820
       9200-ESCRIBIR-LISTADO.                                           00013830
                                                                        00013840
           WRITE REG-MPCHCUS3                                           00013850
                                                                        00013860
           IF  FS-MPCHCUS3 NOT = CA-FS-OK                               00013870
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013880
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013890
               MOVE CA-PRF-9200              TO WK-PARRAFO              00013900
               MOVE CA-MPCHCUS3              TO WK-DDNAME               00013910
               MOVE FS-MPCHCUS3              TO WK-FILE-STATUS          00013920
               MOVE REG-MPCHCUS3             TO WK-DATOS-REGISTRO       00013930
                                                                        00013940
               PERFORM 9000-CANCELACION                                 00013950
                  THRU 9000-CANCELACION-EXIT                            00013960
                                                                        00013970
           END-IF                                                       00013980
                                                                        00013990
           .                                                            00014000
       9200-ESCRIBIR-LISTADO-EXIT.                                      00014010
           EXIT.                                                        00014020
                                                                        00014030
      ******************************************************************00014040
      ***                   9000-CANCELACION                         ***00014050
      ***                   ----------------                         ***00014060
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014070
      ******************************************************************00014080
       9000-CANCELACION.                                                00014090
                                                                        00014100
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014110
                                                                        00014120
           EVALUATE  TRUE                                               00014130
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014140
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014150
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014160
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00014170
                         RESPONSABLE('WK-RESPONSABLE')                  00014180
                         DESCRIPCION('WK-DESCRIPCION')                  00014190
                         PROGRAMA('WK-PROGRAMA')                        00014200
                         PARRAFO('WK-PARRAFO')                          00014210
                         SQLCA('SQLCA')                                 00014220
                         TABLA_DB2('WK-TABLA-DB2')                      00014230
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00014240
                     END-FUN                                            00014250
                                                                        00014260
               WHEN  OTHER                                              00014270
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014280
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014290
                         RESPONSABLE('WK-RESPONSABLE')                  00014300
                         DESCRIPCION('WK-DESCRIPCION')                  00014310
                         PROGRAMA('WK-PROGRAMA')                        00014320
                         PARRAFO('WK-PARRAFO')                          00014330
                         DDNAME('WK-DDNAME')                            00014340
                         FILE_STATUS('WK-FILE-STATUS')                  00014350
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00014360
                     END-FUN                                            00014370
                                                                        00014380
           END-EVALUATE                                                 00014390
                                                                        00014400
           .                                                            00014410
       9000-CANCELACION-EXIT.                                           00014420
           EXIT.                                                        00014430
