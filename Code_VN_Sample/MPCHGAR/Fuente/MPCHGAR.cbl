      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHGAR.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONTROL SEMANAL DE COBERTURA DE LAS TARJETAS     *00000110
      *               CON GARANTIA. RECORRE EL CENSO DE TARJETAS       *00000120
      *               (FORMATO MPCHSEE1) Y, PARA CADA TARJETA VIVA     *00000130
      *               CON IMPORTE DE GARANTIA (WK-IMGARAN-009), OBTIENE*00000140
      *               A TRAVES DEL CRUCE POS_DISP_CONTR LAS POSICIONES *00000150
      *               DEL CONCEPTO DE GARANTIA QUE ALIMENTA SU CUENTA. *00000160
      *               EL SALDO CONSOLIDADO VIGENTE (G6524_IMPSLDC) DE  *00000170
      *               CADA POSICION SE CONVIERTE A LA MONEDA DE LA     *00000180
      *               GARANTIA CON EL ULTIMO TIPO DE CAMBIO DE         *00000190
      *               POS_TIPO_CAMBIO CUANDO LAS MONEDAS DIFIEREN, Y   *00000200
      *               LA SUMA SE COMPARA CON LA GARANTIA.              *00000210
      *               SE LISTAN LAS TARJETAS INFRACUBIERTAS CON SU     *00000220
      *               DESCUBIERTO. LAS TARJETAS CUYA POSICION DE       *00000230
      *               GARANTIA HA SIDO REVERTIDA (SALDO PUESTO A CERO  *00000240
      *               EN POS_DISP_PMAS) O ARCHIVADA (TRASLADADA A      *00000250
      *               POS_DISP_PMAS_ARCH) SE MARCAN COMO CRITICAS Y SE *00000260
      *               EMITEN ADEMAS EN EL LISTADO PARA EL EQUIPO DE    *00000270
      *               RIESGO DE CREDITO.                               *00000280
      *-                                                              -*00000290
      *  PARAMETROS SYSIN:                                             *00000300
      *        CONCEPTO DE SALDO DE LA GARANTIA (X3). OBLIGATORIO.     *00000310
      *        MONEDA DE LA GARANTIA (X3). EN BLANCO 'EUR'.            *00000320
      *        FECHA DEL TIPO DE CAMBIO (AAAA-MM-DD). EN BLANCO LA     *00000330
      *        FECHA DEL SISTEMA. SE TOMA EL ULTIMO CAMBIO PUBLICADO   *00000340
      *        EN ESA FECHA O ANTES.                                   *00000350
      *-                                                              -*00000360
      *  FICHEROS DE ENTRADA:                                          *00000370
      *        MPCHGAE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000380
      *-                                                              -*00000390
      *  FICHEROS DE SALIDA:                                           *00000400
      *        MPCHGAS1 : LISTADO DE TARJETAS INFRACUBIERTAS Y         *00000410
      *                   CRITICAS CON SU DESCUBIERTO.                 *00000420
      *        MPCHGAS2 : LISTADO DE TARJETAS CRITICAS PARA RIESGO DE  *00000430
      *                   CREDITO.                                     *00000440
      *-                                                              -*00000450
      *  TABLAS DB2:                                                   *00000460
      *        POS_DISP_CONTR     : CRUCE POSICION-CONTRATO.           *00000470
      *        POS_DISP_PMAS      : POSICIONES CONSOLIDADAS.           *00000480
      *        POS_DISP_PMAS_ARCH : POSICIONES ARCHIVADAS.             *00000490
      *        POS_TIPO_CAMBIO    : TIPOS DE CAMBIO.                   *00000500
      *-                                                              -*00000510
      *  SITUACIONES DE LA TARJETA:                                    *00000520
      *        RV : CRITICA, POSICION DE GARANTIA REVERTIDA.           *00000530
      *        AR : CRITICA, POSICION DE GARANTIA ARCHIVADA.           *00000540
      *        SP : INFRACUBIERTA, SIN POSICION DE GARANTIA.           *00000550
      *        IC : INFRACUBIERTA, SALDO INSUFICIENTE.                 *00000560
      *        SC : INFRACUBIERTA, ALGUNA POSICION SIN TIPO DE CAMBIO  *00000570
      *             (NO COMPUTA EN LA COBERTURA).                      *00000580
      *-                                                              -*00000590
      *  CODIGOS DE RETORNO:                                           *00000600
      *        00 : PROCESO CORRECTO.                                  *00000610
      *        04 : HAY TARJETAS CRITICAS.                             *00000620
      *-                                                              -*00000630
      *  RUTINAS Y MODULOS:                                            *00000640
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000650
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000660
      *        MPBAMSK  : ENMASCARADO DEL XPAN SEGUN LA SALIDA.        *00000661
      *-                                                              -*00000670
      ******************************************************************00000680
      *                  M O D I F I C A C I O N E S                   *00000690
      *                  ---------------------------                   *00000700
      *                                                                *00000710
      * USUARIO  FECHA        DESCRIPCION                              *00000720
      * -------- ----------   ---------------------------------------- *00000730
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CONTROL DE       *00000740
      *                        COBERTURA DE LA GARANTIA DE TARJETAS    *00000750
      *                        CONTRA LA POSICION CONSOLIDADA.         *00000760
      * VIEWNEXT 15-10-2026    EL XPAN DE LOS LISTADOS SE ENMASCARA    *00000761
      *                        CON LA RUTINA MPBAMSK, SEGUN LA         *00000762
      *                        POLITICA DE LA SALIDA MPCHGAS1.         *00000763
      *                                                                *00000770
      ******************************************************************00000780
                                                                        00000790
      ******************************************************************00000800
      * IDENTIFICATION DIVISION                                        *00000810
      ******************************************************************00000820
       IDENTIFICATION DIVISION.                                         00000830
       PROGRAM-ID.    MPCHGAR.                                          00000840
       AUTHOR.        VIEWNEXT.                                         00000850
       DATE-WRITTEN.  15-10-2026.                                       00000860
       DATE-COMPILED.                                                   00000870
                                                                        00000880
      ******************************************************************00000890
      * ENVIRONMENT DIVISION                                           *00000900
      ******************************************************************00000910
       ENVIRONMENT DIVISION.                                            00000920
                                                                        00000930
      *----------------------------------------------------------------*00000940
      * CONFIGURATION SECTION                                          *00000950
      *----------------------------------------------------------------*00000960
       CONFIGURATION SECTION.                                           00000970
                                                                        00000980
       SOURCE-COMPUTER. IBM-3090.                                       00000990
       OBJECT-COMPUTER. IBM-3090.                                       00001000
       SPECIAL-NAMES.                                                   00001010
           DECIMAL-POINT IS COMMA.                                      00001020
                                                                        00001030
      *----------------------------------------------------------------*00001040
      * INPUT OUTPUT SECTION                                           *00001050
      *----------------------------------------------------------------*00001060
       INPUT-OUTPUT SECTION.                                            00001070
       FILE-CONTROL.                                                    00001080
                                                                        00001090
      * -- CENSO DE TARJETAS.                                           00001100
           SELECT MPCHGAE1 ASSIGN MPCHGAE1                              00001110
                  ACCESS MODE IS SEQUENTIAL                             00001120
                  FILE STATUS IS FS-MPCHGAE1.                           00001130
                                                                        00001140
      * -- LISTADO DE TARJETAS INFRACUBIERTAS Y CRITICAS.               00001150
           SELECT MPCHGAS1 ASSIGN MPCHGAS1                              00001160
                  ACCESS MODE IS SEQUENTIAL                             00001170
                  FILE STATUS IS FS-MPCHGAS1.                           00001180
                                                                        00001190
      * -- LISTADO DE TARJETAS CRITICAS PARA RIESGO DE CREDITO.         00001200
           SELECT MPCHGAS2 ASSIGN MPCHGAS2                              00001210
                  ACCESS MODE IS SEQUENTIAL                             00001220
                  FILE STATUS IS FS-MPCHGAS2.                           00001230
                                                                        00001240
      ******************************************************************00001250
      * DATA DIVISION                                                  *00001260
      ******************************************************************00001270
       DATA DIVISION.                                                   00001280
                                                                        00001290
      *----------------------------------------------------------------*00001300
      * FILE SECTION                                                   *00001310
      *----------------------------------------------------------------*00001320
       FILE SECTION.                                                    00001330
                                                                        00001340
       FD  MPCHGAE1                                                     00001350
           BLOCK CONTAINS 0 RECORDS                                     00001360
           RECORDING MODE IS F                                          00001370
           LABEL RECORD ARE STANDARD                                    00001380
           RECORD CONTAINS 651 CHARACTERS                               00001390
           DATA RECORD IS REG-MPCHGAE1.                                 00001400
       01  REG-MPCHGAE1                    PIC X(651).                  00001410
                                                                        00001420
       FD  MPCHGAS1                                                     00001430
           BLOCK CONTAINS 0 RECORDS                                     00001440
           RECORDING MODE IS F                                          00001450
           LABEL RECORD ARE STANDARD                                    00001460
           RECORD CONTAINS 132 CHARACTERS                               00001470
           DATA RECORD IS REG-MPCHGAS1.                                 00001480
       01  REG-MPCHGAS1                    PIC X(132).                  00001490
                                                                        00001500
       FD  MPCHGAS2                                                     00001510
           BLOCK CONTAINS 0 RECORDS                                     00001520
           RECORDING MODE IS F                                          00001530
           LABEL RECORD ARE STANDARD                                    00001540
           RECORD CONTAINS 132 CHARACTERS                               00001550
           DATA RECORD IS REG-MPCHGAS2.                                 00001560
       01  REG-MPCHGAS2                    PIC X(132).                  00001570
                                                                        00001580
      *----------------------------------------------------------------*00001590
      * WORKING-STORAGE SECTION                                        *00001600
      *----------------------------------------------------------------*00001610
       WORKING-STORAGE SECTION.                                         00001620
                                                                        00001630
      ******************************************************************00001640
      *                        S W I T C H E S                         *00001650
      ******************************************************************00001660
       01  SW-SWITCHES.                                                 00001670
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001680
               88  DB2-OK                              VALUE 0.         00001690
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001700
           05  SW-FIN-MPCHGAE1             PIC X(01)   VALUE 'N'.       00001710
               88  SI-FIN-MPCHGAE1                     VALUE 'S'.       00001720
               88  NO-FIN-MPCHGAE1                     VALUE 'N'.       00001730
           05  SW-FIN-GARANTIAS            PIC X(01)   VALUE 'N'.       00001740
               88  SI-FIN-GARANTIAS                    VALUE 'S'.       00001750
               88  NO-FIN-GARANTIAS                    VALUE 'N'.       00001760
           05  SW-EXISTE-CAMBIO            PIC X(01)   VALUE 'N'.       00001770
               88  SI-EXISTE-CAMBIO                    VALUE 'S'.       00001780
               88  NO-EXISTE-CAMBIO                    VALUE 'N'.       00001790
           05  SW-MONEDA-ENCONTRADA        PIC X(01)   VALUE 'N'.       00001800
               88  SI-MONEDA-ENCONTRADA                VALUE 'S'.       00001810
               88  NO-MONEDA-ENCONTRADA                VALUE 'N'.       00001820
                                                                        00001830
      ******************************************************************00001840
      *                      C O N S T A N T E S                       *00001850
      ******************************************************************00001860
       01  CT-CONSTANTES.                                               00001870
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001880
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001890
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001900
               10  CA-00                   PIC X(02)   VALUE '00'.      00001901
               10  CA-MPCHGAR              PIC X(08)   VALUE 'MPCHGAR'. 00001910
               10  CA-RESP                 PIC X(14)   VALUE            00001920
                                   'MEDIOS DE PAGO'.                    00001930
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001940
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001950
               10  CA-MPCHGAE1             PIC X(08)   VALUE 'MPCHGAE1'.00001960
               10  CA-MPCHGAS1             PIC X(08)   VALUE 'MPCHGAS1'.00001970
               10  CA-MPCHGAS2             PIC X(08)   VALUE 'MPCHGAS2'.00001980
               10  CA-POS-DISP-CONTR       PIC X(14)   VALUE            00001990
                                   'POS_DISP_CONTR'.                    00002000
               10  CA-POS-TIPO-CAMBIO      PIC X(15)   VALUE            00002010
                                   'POS_TIPO_CAMBIO'.                   00002020
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002030
               10  CA-OPEN                 PIC X(04)   VALUE 'OPEN'.    00002040
               10  CA-FETCH                PIC X(05)   VALUE 'FETCH'.   00002050
               10  CA-CLOSE                PIC X(05)   VALUE 'CLOSE'.   00002060
               10  CA-MONEDA-DEFECTO       PIC X(03)   VALUE 'EUR'.     00002070
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002080
                                   '0001-01-01'.                        00002090
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00002100
      *--      ESTADO DE LA POSICION DEVUELTO POR EL CURSOR: VIVA EN    00002110
      *--      POS_DISP_PMAS, ARCHIVADA EN POS_DISP_PMAS_ARCH O         00002120
      *--      INEXISTENTE EN AMBAS.                                    00002130
               10  CA-POS-VIVA             PIC X(01)   VALUE 'V'.       00002140
               10  CA-POS-ARCHIVADA        PIC X(01)   VALUE 'A'.       00002150
      *--      SITUACIONES DE LA TARJETA.                               00002160
               10  CA-SIT-REVERTIDA        PIC X(02)   VALUE 'RV'.      00002170
               10  CA-SIT-ARCHIVADA        PIC X(02)   VALUE 'AR'.      00002180
               10  CA-SIT-SIN-POSICION     PIC X(02)   VALUE 'SP'.      00002190
               10  CA-SIT-INSUFICIENTE     PIC X(02)   VALUE 'IC'.      00002200
               10  CA-SIT-SIN-CAMBIO       PIC X(02)   VALUE 'SC'.      00002210
               10  CA-TXT-REVERTIDA        PIC X(30)   VALUE            00002220
                                   'CRITICA: POSICION REVERTIDA'.       00002230
               10  CA-TXT-ARCHIVADA        PIC X(30)   VALUE            00002240
                                   'CRITICA: POSICION ARCHIVADA'.       00002250
               10  CA-TXT-SIN-POSICION     PIC X(30)   VALUE            00002260
                                   'SIN POSICION DE GARANTIA'.          00002270
               10  CA-TXT-INSUFICIENTE     PIC X(30)   VALUE            00002280
                                   'SALDO INSUFICIENTE'.                00002290
               10  CA-TXT-SIN-CAMBIO       PIC X(30)   VALUE            00002300
                                   'POSICION SIN TIPO DE CAMBIO'.       00002310
               10  CA-LIT-INFRACUBIERTAS   PIC X(29)   VALUE            00002320
                                   'TOTAL TARJETAS INFRACUBIERTAS'.     00002330
               10  CA-LIT-CRITICAS         PIC X(23)   VALUE            00002340
                                   'TOTAL TARJETAS CRITICAS'.           00002350
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002360
                                   'ERROR AL ABRIR UN FICHERO'.         00002370
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002380
                                   'ERROR AL CERRAR UN FICHERO'.        00002390
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002400
                                   'ERROR AL LEER UN FICHERO'.          00002410
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002420
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002430
               10  CA-ERR-CONCEPTO         PIC X(38)   VALUE            00002440
                         'CONCEPTO DE GARANTIA NO INFORMADO     '.      00002450
               10  CA-ERR-FECHA            PIC X(38)   VALUE            00002460
                         'FECHA DE CAMBIO ERRONEA (AAAA-MM-DD)  '.      00002470
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00002480
                         'ERROR EN EL CURSOR C-GARANTIAS        '.      00002490
               10  CA-ERR-CAMBIO           PIC X(38)   VALUE            00002500
                         'ERROR AL LEER LA TABLA POS_TIPO_CAMBIO'.      00002510
               10  CA-ERR-MAX-MONEDAS      PIC X(38)   VALUE            00002520
                         'DESBORDAMIENTO DE LA TABLA DE MONEDAS '.      00002530
               10  CA-ERR-ENMASCARAR       PIC X(38)   VALUE            00002531
                         'ERROR AL ENMASCARAR EL XPAN           '.      00002532
               10  CA-PRF-1050             PIC X(23)   VALUE            00002540
                                   '1050-VALIDAR-PARAMETROS'.           00002550
               10  CA-PRF-1100             PIC X(19)   VALUE            00002560
                                   '1100-ABRIR-FICHEROS'.               00002570
               10  CA-PRF-2200             PIC X(22)   VALUE            00002580
                                   '2200-ABRIR-GARANTIAS'.              00002590
               10  CA-PRF-2250             PIC X(22)   VALUE            00002600
                                   '2250-LEER-GARANTIA'.                00002610
               10  CA-PRF-2290             PIC X(22)   VALUE            00002620
                                   '2290-CERRAR-GARANTIAS'.             00002630
               10  CA-PRF-2370             PIC X(16)   VALUE            00002640
                                   '2370-LEER-CAMBIO'.                  00002650
               10  CA-PRF-2560             PIC X(20)   VALUE            00002651
                                   '2560-ENMASCARAR-XPAN'.              00002652
               10  CA-PRF-3100             PIC X(20)   VALUE            00002660
                                   '3100-CERRAR-FICHEROS'.              00002670
               10  CA-PRF-9100             PIC X(18)   VALUE            00002680
                                   '9100-LEER-MPCHGAE1'.                00002690
               10  CA-PRF-9200             PIC X(24)   VALUE            00002700
                                   '9200-ESCRIBIR-LISTADO'.             00002710
               10  CA-PRF-9300             PIC X(24)   VALUE            00002720
                                   '9300-ESCRIBIR-CRITICAS'.            00002730
                                                                        00002740
           05  CN-CONSTANTES-NUMERICAS.                                 00002750
               10  CN-1                    PIC 9(01)   VALUE 1.         00002760
               10  CN-4                    PIC 9(01)   VALUE 4.         00002770
               10  CN-MAX-MONEDAS          PIC 9(02)   VALUE 50.        00002810
                                                                        00002820
      ******************************************************************00002830
      *                    C O N T A D O R E S                         *00002840
      ******************************************************************00002850
       01  CT-CONTADORES.                                               00002860
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00002870
           05  CT-GARANTIZADAS             PIC 9(9)    VALUE ZEROES.    00002880
           05  CT-CUBIERTAS                PIC 9(9)    VALUE ZEROES.    00002890
           05  CT-INFRACUBIERTAS           PIC 9(9)    VALUE ZEROES.    00002900
           05  CT-CRITICAS                 PIC 9(9)    VALUE ZEROES.    00002910
           05  CT-POSICIONES               PIC 9(9)    VALUE ZEROES.    00002920
           05  CT-SIN-CAMBIO               PIC 9(9)    VALUE ZEROES.    00002930
                                                                        00002940
      ******************************************************************00002950
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002960
      ******************************************************************00002970
       01  WK-ESTADISTICA.                                              00002980
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002990
           05  WK-CAB-2                    PIC X(55)   VALUE            00003000
                   '* ESTADISTICAS DE MPCHGAR                   *'.     00003010
           05  WK-CAB-3.                                                00003020
               10  FILLER                  PIC X(45)   VALUE            00003030
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00003040
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00003050
               10  FILLER                  PIC X(01)   VALUE '*'.       00003060
           05  WK-CAB-4.                                                00003070
               10  FILLER                  PIC X(45)   VALUE            00003080
                   '* TARJETAS VIVAS CON GARANTIA:             '.       00003090
               10  WK-GARANTIZADAS-ED      PIC ZZZZZZZZ9.               00003100
               10  FILLER                  PIC X(01)   VALUE '*'.       00003110
           05  WK-CAB-5.                                                00003120
               10  FILLER                  PIC X(45)   VALUE            00003130
                   '* TARJETAS CUBIERTAS:                      '.       00003140
               10  WK-CUBIERTAS-ED         PIC ZZZZZZZZ9.               00003150
               10  FILLER                  PIC X(01)   VALUE '*'.       00003160
           05  WK-CAB-6.                                                00003170
               10  FILLER                  PIC X(45)   VALUE            00003180
                   '* TARJETAS INFRACUBIERTAS:                 '.       00003190
               10  WK-INFRACUBIERTAS-ED    PIC ZZZZZZZZ9.               00003200
               10  FILLER                  PIC X(01)   VALUE '*'.       00003210
           05  WK-CAB-7.                                                00003220
               10  FILLER                  PIC X(45)   VALUE            00003230
                   '* TARJETAS CRITICAS (MPCHGAS2):            '.       00003240
               10  WK-CRITICAS-ED          PIC ZZZZZZZZ9.               00003250
               10  FILLER                  PIC X(01)   VALUE '*'.       00003260
           05  WK-CAB-8.                                                00003270
               10  FILLER                  PIC X(45)   VALUE            00003280
                   '* POSICIONES DE GARANTIA TRATADAS:         '.       00003290
               10  WK-POSICIONES-ED        PIC ZZZZZZZZ9.               00003300
               10  FILLER                  PIC X(01)   VALUE '*'.       00003310
           05  WK-CAB-9.                                                00003320
               10  FILLER                  PIC X(45)   VALUE            00003330
                   '* POSICIONES SIN TIPO DE CAMBIO:           '.       00003340
               10  WK-SIN-CAMBIO-ED        PIC ZZZZZZZZ9.               00003350
               10  FILLER                  PIC X(01)   VALUE '*'.       00003360
                                                                        00003370
      ******************************************************************00003380
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003390
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003400
      ******************************************************************00003410
       01  WK-CANCELACION-BATCH.                                        00003420
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003430
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003440
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003450
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHGAR'. 00003460
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003470
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003480
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003490
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003500
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003510
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003520
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003530
                                                                        00003540
      ******************************************************************00003550
      *                      F I L E  S T A T U S                      *00003560
      ******************************************************************00003570
       01  FS-FILE-STATUS.                                              00003580
           05  FS-MPCHGAE1                 PIC X(02).                   00003590
           05  FS-MPCHGAS1                 PIC X(02).                   00003600
           05  FS-MPCHGAS2                 PIC X(02).                   00003610
                                                                        00003620
      ******************************************************************00003630
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003640
      ******************************************************************00003650
       01  WK-PARAMETROS-SYSIN.                                         00003660
           05  WK-CONCEPTO-GARANTIA        PIC X(03)   VALUE SPACES.    00003670
           05  WK-MONEDA-GARANTIA          PIC X(03)   VALUE SPACES.    00003680
           05  WK-FECHA-CAMBIO             PIC X(10)   VALUE SPACES.    00003690
           05  WK-FECHA-CAMBIO-R   REDEFINES WK-FECHA-CAMBIO.           00003700
               10  WK-CAM-AAAA             PIC X(04).                   00003710
               10  WK-CAM-GUION-1          PIC X(01).                   00003720
               10  WK-CAM-MM               PIC X(02).                   00003730
               10  WK-CAM-GUION-2          PIC X(01).                   00003740
               10  WK-CAM-DD               PIC X(02).                   00003750
                                                                        00003760
      ******************************************************************00003770
      * FECHA DEL SISTEMA Y COBERTURA DE LA TARJETA EN CURSO.          *00003780
      ******************************************************************00003790
       01  WK-COBERTURA.                                                00003800
           05  WK-FECHA-HOY.                                            00003810
               10  WK-HOY-AAAA             PIC 9(04).                   00003820
               10  WK-HOY-MM               PIC 9(02).                   00003830
               10  WK-HOY-DD               PIC 9(02).                   00003840
           05  WK-FECHA-ISO.                                            00003850
               10  WK-ISO-AAAA             PIC 9(04).                   00003860
               10  FILLER                  PIC X(01)   VALUE '-'.       00003870
               10  WK-ISO-MM               PIC 9(02).                   00003880
               10  FILLER                  PIC X(01)   VALUE '-'.       00003890
               10  WK-ISO-DD               PIC 9(02).                   00003900
           05  WK-IMPORTE-CUBIERTO         PIC S9(15)V9(02) COMP-3      00003910
                                                       VALUE ZEROES.    00003920
           05  WK-DESCUBIERTO              PIC S9(15)V9(02) COMP-3      00003930
                                                       VALUE ZEROES.    00003940
           05  WK-CONTRAVALOR              PIC S9(15)V9(02) COMP-3      00003950
                                                       VALUE ZEROES.    00003960
           05  WK-TIPO-CAMBIO              PIC S9(07)V9(08) COMP-3      00003970
                                                       VALUE ZEROES.    00003980
           05  WK-NUM-GARANTIAS            PIC 9(04)   VALUE ZEROES.    00003990
           05  WK-NUM-REVERTIDAS           PIC 9(04)   VALUE ZEROES.    00004000
           05  WK-NUM-ARCHIVADAS           PIC 9(04)   VALUE ZEROES.    00004010
           05  WK-NUM-SIN-CAMBIO           PIC 9(04)   VALUE ZEROES.    00004020
           05  WK-SITUACION                PIC X(02)   VALUE SPACES.    00004030
                                                                        00004040
      ******************************************************************00004050
      * CACHE DE TIPOS DE CAMBIO YA RESUELTOS POR MONEDA.              *00004060
      ******************************************************************00004070
       01  WK-TABLA-MONEDAS.                                            00004080
           05  WK-NUM-MONEDAS              PIC S9(04)  COMP VALUE +0.   00004090
           05  WK-IDX                      PIC S9(04)  COMP VALUE +0.   00004100
           05  WK-IDX-MONEDA               PIC S9(04)  COMP VALUE +0.   00004110
           05  WK-MONEDA-TAB               OCCURS 50 TIMES.             00004120
               10  WK-M-CODMONSW           PIC X(03).                   00004130
               10  WK-M-TIPCAMBIO          PIC S9(07)V9(08) COMP-3.     00004140
               10  WK-M-EXISTE             PIC X(01).                   00004150
                                                                        00004160
      ******************************************************************00004170
      * FILA DEVUELTA POR EL CURSOR C-GARANTIAS.                       *00004180
      ******************************************************************00004190
       01  WK-FILA-GARANTIA.                                            00004200
           05  WF-IDCENTD                  PIC X(04).                   00004210
           05  WF-IDPRODD                  PIC X(03).                   00004220
           05  WF-CODSPROD                 PIC X(03).                   00004230
           05  WF-CODMONSW                 PIC X(03).                   00004240
           05  WF-IMPSLDC                  PIC S9(15)V9(02) COMP-3.     00004250
           05  WF-ESTADO                   PIC X(01).                   00004260
                                                                        00004270
                                                                        00004370
      ******************************************************************00004380
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00004390
      * CAMPOS NECESARIOS PARA EL CONTROL DE LA GARANTIA.              *00004400
      ******************************************************************00004410
       01  WK-REGISTRO.                                                 00004420
           05  WK-CDGENTI-009              PIC X(04).                   00004430
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00004440
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00004450
           05  WK-CENTALTA-009             PIC X(04).                   00004460
           05  WK-CUENTNU-009              PIC X(12).                   00004470
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00004480
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00004490
           05  WK-TIPBON-009               PIC X(06).                   00004500
           05  WK-XPAN-009                 PIC X(22).                   00004510
           05  WK-XPANANT-009              PIC X(22).                   00004520
           05  WK-FECALTA-009              PIC X(10).                   00004530
           05  WK-FECALTAN-009             PIC X(10).                   00004540
           05  WK-FEULTUSO-009             PIC X(10).                   00004550
           05  WK-INSITTAR-009             PIC S9(02)V USAGE COMP-3.    00004560
           05  WK-INULTTAR-009             PIC X(02).                   00004570
           05  WK-INDNOREN-009             PIC S9(01)V USAGE COMP-3.    00004580
           05  WK-CODBLQ-009               PIC S9(02)V USAGE COMP-3.    00004590
           05  WK-FEULTBLQ-009             PIC X(10).                   00004600
           05  WK-TEXBLQ-009               PIC X(30).                   00004610
           05  WK-FECBAJA-009              PIC X(10).                   00004620
           05  WK-MOTBAJA-009              PIC X(02).                   00004630
           05  WK-CADTARJ-009              PIC S9(06)V USAGE COMP-3.    00004640
           05  WK-CADANTTJ-009             PIC S9(06)V USAGE COMP-3.    00004650
           05  FILLER                      PIC X(128).                  00004660
           05  WK-ISSUENUM-009             PIC S9(03)V USAGE COMP-3.    00004670
           05  WK-ISSUEANT-009             PIC S9(03)V USAGE COMP-3.    00004680
           05  WK-XPINOFF-009              PIC X(01).                   00004690
           05  WK-IMGARAN-009              PIC S9(15)V9(2) USAGE COMP-3.00004700
           05  FILLER                      PIC X(328).                  00004710
                                                                        00004720
      ******************************************************************00004730
      *                 L I N E A S  D E  I N F O R M E                *00004740
      ******************************************************************00004750
       01  WK-LINEA-CABECERA.                                           00004760
           05  WC-TITULO                   PIC X(45)   VALUE            00004770
               'MPCHGAR - COBERTURA DE GARANTIAS DE TARJETAS'.          00004780
           05  FILLER                      PIC X(12)   VALUE            00004790
                                   ' - CONCEPTO '.                      00004800
           05  WC-CONCEPTO                 PIC X(03).                   00004810
           05  FILLER                      PIC X(10)   VALUE            00004820
                                   ' - MONEDA '.                        00004830
           05  WC-MONEDA                   PIC X(03).                   00004840
           05  FILLER                      PIC X(10)   VALUE            00004850
                                   ' - CAMBIO '.                        00004860
           05  WC-FECHA-CAMBIO             PIC X(10).                   00004870
           05  FILLER                      PIC X(39)   VALUE SPACES.    00004880
                                                                        00004890
       01  WK-LINEA-TITULOS.                                            00004900
           05  FILLER                      PIC X(05)   VALUE 'ENTI'.    00004910
           05  FILLER                      PIC X(18)   VALUE            00004920
                                   'CUENTA'.                            00004930
           05  FILLER                      PIC X(23)   VALUE            00004940
                                   'TARJETA'.                           00004950
           05  FILLER                      PIC X(22)   VALUE            00004960
                                   '            GARANTIA'.              00004970
           05  FILLER                      PIC X(22)   VALUE            00004980
                                   '            CUBIERTO'.              00004990
           05  FILLER                      PIC X(22)   VALUE            00005000
                                   '        DESCUBIERTO'.               00005010
           05  FILLER                      PIC X(20)   VALUE            00005020
                                   ' SITUACION'.                        00005030
                                                                        00005040
       01  WK-LINEA-DETALLE.                                            00005050
           05  WD-CDGENTI                  PIC X(04).                   00005060
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005070
           05  WD-CENTALTA                 PIC X(04).                   00005080
           05  FILLER                      PIC X(01)   VALUE '-'.       00005090
           05  WD-CUENTNU                  PIC X(12).                   00005100
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005110
           05  WD-XPAN                     PIC X(22).                   00005120
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005130
           05  WD-GARANTIA                 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005140
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005150
           05  WD-CUBIERTO                 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005160
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005170
           05  WD-DESCUBIERTO              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00005180
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005190
           05  WD-SITUACION                PIC X(02).                   00005200
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005210
           05  WD-TEXTO                    PIC X(17).                   00005220
                                                                        00005230
       01  WK-LINEA-TOTAL.                                              00005240
           05  WT-LITERAL                  PIC X(46).                   00005250
           05  WT-TARJETAS                 PIC ZZZZZZZZ9.               00005260
           05  FILLER                      PIC X(77)   VALUE SPACES.    00005270
                                                                        00005280
      *--  DCLGEN DE LA TABLA POS_DISP_CONTR (CRUCE POSICION-CONTRATO)  00005290
           EXEC SQL INCLUDE D7400100 END-EXEC.                          00005300
                                                                        00005310
      *--  DCLGEN DE LA TABLA POS_DISP_PMAS (POSICIONES CONSOLIDADAS)   00005320
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00005330
                                                                        00005340
      *--  DCLGEN DE LA TABLA POS_DISP_PMAS_ARCH (POSICIONES ARCHIVADAS)00005350
           EXEC SQL INCLUDE D7398000 END-EXEC.                          00005360
                                                                        00005370
      *--  DCLGEN DE LA TABLA POS_TIPO_CAMBIO (TIPOS DE CAMBIO)         00005380
           EXEC SQL INCLUDE D7397900 END-EXEC.                          00005390
                                                                        00005400
      * -- COPY DE COMUNICACION CON DB2.                                00005410
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005420
                                                                        00005421
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00005422
           COPY MPYAMSK.                                                00005423
                                                                        00005430
      ******************************************************************00005440
      *                       PROCEDURE DIVISION                       *00005450
      ******************************************************************00005460
       PROCEDURE DIVISION.                                              00005470
                                                                        00005480
           PERFORM 1000-INICIO                                          00005490
              THRU 1000-INICIO-EXIT                                     00005500
                                                                        00005510
           PERFORM 2000-PROCESO                                         00005520
              THRU 2000-PROCESO-EXIT                                    00005530
             UNTIL SI-FIN-MPCHGAE1                                      00005540
                                                                        00005550
           PERFORM 3000-FIN                                             00005560
              THRU 3000-FIN-EXIT                                        00005570
                                                                        00005580
           .                                                            00005590
                                                                        00005600
      ******************************************************************00005610
      ***                   1000-INICIO                              ***00005620
      ***                   -----------                              ***00005630
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00005640
      * ABREN LOS FICHEROS, SE EMITEN LAS CABECERAS DE LOS LISTADOS Y  *00005650
      * SE LEE LA PRIMERA TARJETA DEL CENSO.                           *00005660
      ******************************************************************00005670
       1000-INICIO.                                                     00005680
                                                                        00005690
           INITIALIZE WK-COBERTURA                                      00005700
                      CT-CONTADORES                                     00005710
                                                                        00005720
           MOVE ZEROES                       TO WK-NUM-MONEDAS          00005730
                                                                        00005740
           SET NO-FIN-MPCHGAE1               TO TRUE                    00005750
                                                                        00005760
           ACCEPT WK-FECHA-HOY               FROM DATE YYYYMMDD         00005770
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005780
                                                                        00005790
           PERFORM 1050-VALIDAR-PARAMETROS                              00005800
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00005810
                                                                        00005820
           PERFORM 1100-ABRIR-FICHEROS                                  00005830
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005840
                                                                        00005850
           MOVE WK-CONCEPTO-GARANTIA         TO WC-CONCEPTO             00005860
           MOVE WK-MONEDA-GARANTIA           TO WC-MONEDA               00005870
           MOVE WK-FECHA-CAMBIO              TO WC-FECHA-CAMBIO         00005880
                                                                        00005890
           MOVE WK-LINEA-CABECERA            TO REG-MPCHGAS1            00005900
           PERFORM 9200-ESCRIBIR-LISTADO                                00005910
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00005920
                                                                        00005930
           MOVE WK-LINEA-TITULOS             TO REG-MPCHGAS1            00005940
           PERFORM 9200-ESCRIBIR-LISTADO                                00005950
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00005960
                                                                        00005970
           MOVE WK-LINEA-CABECERA            TO REG-MPCHGAS2            00005980
           PERFORM 9300-ESCRIBIR-CRITICAS                               00005990
              THRU 9300-ESCRIBIR-CRITICAS-EXIT                          00006000
                                                                        00006010
           MOVE WK-LINEA-TITULOS             TO REG-MPCHGAS2            00006020
           PERFORM 9300-ESCRIBIR-CRITICAS                               00006030
              THRU 9300-ESCRIBIR-CRITICAS-EXIT                          00006040
                                                                        00006050
           PERFORM 9100-LEER-MPCHGAE1                                   00006060
              THRU 9100-LEER-MPCHGAE1-EXIT                              00006070
                                                                        00006080
           .                                                            00006090
       1000-INICIO-EXIT.                                                00006100
           EXIT.                                                        00006110
                                                                        00006120
      ******************************************************************00006130
      ***                   1050-VALIDAR-PARAMETROS                  ***00006140
      ***                   -----------------------                  ***00006150
      * EL CONCEPTO DE GARANTIA ES OBLIGATORIO. LA MONEDA SE TOMA POR  *00006160
      * DEFECTO EN EUROS Y LA FECHA DEL CAMBIO, LA DEL SISTEMA.        *00006170
      ******************************************************************00006180
       1050-VALIDAR-PARAMETROS.                                         00006190
                                                                        00006200
           IF  WK-CONCEPTO-GARANTIA = SPACES                            00006210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006220
               MOVE CA-ERR-CONCEPTO          TO WK-DESCRIPCION          00006230
               MOVE CA-PRF-1050              TO WK-PARRAFO              00006240
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00006250
                                                                        00006260
               PERFORM 9000-CANCELACION                                 00006270
                  THRU 9000-CANCELACION-EXIT                            00006280
                                                                        00006290
           END-IF                                                       00006300
                                                                        00006310
           IF  WK-MONEDA-GARANTIA = SPACES                              00006320
               MOVE CA-MONEDA-DEFECTO        TO WK-MONEDA-GARANTIA      00006330
           END-IF                                                       00006340
                                                                        00006350
           IF  WK-FECHA-CAMBIO = SPACES                                 00006360
               MOVE WK-HOY-AAAA              TO WK-ISO-AAAA             00006370
               MOVE WK-HOY-MM                TO WK-ISO-MM               00006380
               MOVE WK-HOY-DD                TO WK-ISO-DD               00006390
               MOVE WK-FECHA-ISO             TO WK-FECHA-CAMBIO         00006400
           ELSE                                                         00006410
               IF  WK-CAM-AAAA NOT NUMERIC                              00006420
                OR WK-CAM-MM   NOT NUMERIC                              00006430
                OR WK-CAM-DD   NOT NUMERIC                              00006440
                OR WK-CAM-GUION-1 NOT = '-'                             00006450
                OR WK-CAM-GUION-2 NOT = '-'                             00006460
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00006470
                   MOVE CA-ERR-FECHA         TO WK-DESCRIPCION          00006480
                   MOVE CA-PRF-1050          TO WK-PARRAFO              00006490
                   MOVE WK-PARAMETROS-SYSIN  TO WK-DATOS-REGISTRO       00006500
                                                                        00006510
                   PERFORM 9000-CANCELACION                             00006520
                      THRU 9000-CANCELACION-EXIT                        00006530
                                                                        00006540
               END-IF                                                   00006550
           END-IF                                                       00006560
                                                                        00006570
           .                                                            00006580
       1050-VALIDAR-PARAMETROS-EXIT.                                    00006590
           EXIT.                                                        00006600
                                                                        00006610
      ******************************************************************00006620
      ***                   1100-ABRIR-FICHEROS                      ***00006630
      ***                   -------------------                      ***00006640
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00006650
      ******************************************************************00006660
       1100-ABRIR-FICHEROS.                                             00006670
                                                                        00006680
           OPEN INPUT  MPCHGAE1                                         00006690
                OUTPUT MPCHGAS1                                         00006700
                       MPCHGAS2                                         00006710
                                                                        00006720
           IF  FS-MPCHGAE1 NOT = CA-FS-OK                               00006730
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006740
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006750
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006760
               MOVE CA-MPCHGAE1              TO WK-DDNAME               00006770
               MOVE FS-MPCHGAE1              TO WK-FILE-STATUS          00006780
                                                                        00006790
               PERFORM 9000-CANCELACION                                 00006800
                  THRU 9000-CANCELACION-EXIT                            00006810
                                                                        00006820
           END-IF                                                       00006830
                                                                        00006840
           IF  FS-MPCHGAS1 NOT = CA-FS-OK                               00006850
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006860
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006870
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006880
               MOVE CA-MPCHGAS1              TO WK-DDNAME               00006890
               MOVE FS-MPCHGAS1              TO WK-FILE-STATUS          00006900
                                                                        00006910
               PERFORM 9000-CANCELACION                                 00006920
                  THRU 9000-CANCELACION-EXIT                            00006930
                                                                        00006940
           END-IF                                                       00006950
                                                                        00006960
           IF  FS-MPCHGAS2 NOT = CA-FS-OK                               00006970
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006980
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006990
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007000
               MOVE CA-MPCHGAS2              TO WK-DDNAME               00007010
               MOVE FS-MPCHGAS2              TO WK-FILE-STATUS          00007020
                                                                        00007030
               PERFORM 9000-CANCELACION                                 00007040
                  THRU 9000-CANCELACION-EXIT                            00007050
                                                                        00007060
           END-IF                                                       00007070
                                                                        00007080
           .                                                            00007090
       1100-ABRIR-FICHEROS-EXIT.                                        00007100
           EXIT.                                                        00007110
                                                                        00007120
      ******************************************************************00007130
      ***                   2000-PROCESO                             ***00007140
      ***                   ------------                             ***00007150
      * SE TRATA LA TARJETA LEIDA Y SE LEE LA SIGUIENTE.               *00007160
      ******************************************************************00007170
       2000-PROCESO.                                                    00007180
                                                                        00007190
           PERFORM 2100-CONTROLAR-TARJETA                               00007200
              THRU 2100-CONTROLAR-TARJETA-EXIT                          00007210
                                                                        00007220
           PERFORM 9100-LEER-MPCHGAE1                                   00007230
              THRU 9100-LEER-MPCHGAE1-EXIT                              00007240
                                                                        00007250
           .                                                            00007260
       2000-PROCESO-EXIT.                                               00007270
           EXIT.                                                        00007280
                                                                        00007290
      ******************************************************************00007300
      ***                   2100-CONTROLAR-TARJETA                   ***00007310
      ***                   ----------------------                   ***00007320
      * SOLO SE CONTROLAN LAS TARJETAS VIVAS CON IMPORTE DE GARANTIA.  *00007330
      * SE ACUMULA LA COBERTURA DE SUS POSICIONES DE GARANTIA Y SE     *00007340
      * DETERMINA LA SITUACION: CRITICA SI ALGUNA POSICION ESTA        *00007350
      * REVERTIDA O ARCHIVADA, INFRACUBIERTA SI LA COBERTURA NO        *00007360
      * ALCANZA LA GARANTIA.                                           *00007370
      ******************************************************************00007380
       2100-CONTROLAR-TARJETA.                                          00007390
                                                                        00007400
           IF  WK-IMGARAN-009 NOT > ZEROES                              00007410
               GO TO 2100-CONTROLAR-TARJETA-EXIT                        00007420
           END-IF                                                       00007430
                                                                        00007440
           IF  WK-FECBAJA-009 NOT = SPACES                              00007450
           AND WK-FECBAJA-009 NOT = CA-FECHA-ABIERTA                    00007460
               GO TO 2100-CONTROLAR-TARJETA-EXIT                        00007470
           END-IF                                                       00007480
                                                                        00007490
           ADD CN-1                          TO CT-GARANTIZADAS         00007500
                                                                        00007510
           MOVE ZEROES                       TO WK-IMPORTE-CUBIERTO     00007520
                                                WK-DESCUBIERTO          00007530
                                                WK-NUM-GARANTIAS        00007540
                                                WK-NUM-REVERTIDAS       00007550
                                                WK-NUM-ARCHIVADAS       00007560
                                                WK-NUM-SIN-CAMBIO       00007570
           MOVE SPACES                       TO WK-SITUACION            00007580
                                                                        00007590
           PERFORM 2200-ABRIR-GARANTIAS                                 00007600
              THRU 2200-ABRIR-GARANTIAS-EXIT                            00007610
                                                                        00007620
           PERFORM 2250-LEER-GARANTIA                                   00007630
              THRU 2250-LEER-GARANTIA-EXIT                              00007640
                                                                        00007650
           PERFORM 2300-TRATAR-GARANTIA                                 00007660
              THRU 2300-TRATAR-GARANTIA-EXIT                            00007670
             UNTIL SI-FIN-GARANTIAS                                     00007680
                                                                        00007690
           PERFORM 2290-CERRAR-GARANTIAS                                00007700
              THRU 2290-CERRAR-GARANTIAS-EXIT                           00007710
                                                                        00007720
           IF  WK-IMPORTE-CUBIERTO < WK-IMGARAN-009                     00007730
               COMPUTE WK-DESCUBIERTO = WK-IMGARAN-009                  00007740
                                      - WK-IMPORTE-CUBIERTO             00007750
           END-IF                                                       00007760
                                                                        00007770
           EVALUATE  TRUE                                               00007780
               WHEN  WK-NUM-REVERTIDAS > ZEROES                         00007790
                     MOVE CA-SIT-REVERTIDA   TO WK-SITUACION            00007800
               WHEN  WK-NUM-ARCHIVADAS > ZEROES                         00007810
                     MOVE CA-SIT-ARCHIVADA   TO WK-SITUACION            00007820
               WHEN  WK-DESCUBIERTO = ZEROES                            00007830
                     ADD CN-1                TO CT-CUBIERTAS            00007840
                     GO TO 2100-CONTROLAR-TARJETA-EXIT                  00007850
               WHEN  WK-NUM-GARANTIAS = ZEROES                          00007860
                     MOVE CA-SIT-SIN-POSICION                           00007870
                                             TO WK-SITUACION            00007880
               WHEN  WK-NUM-SIN-CAMBIO > ZEROES                         00007890
                     MOVE CA-SIT-SIN-CAMBIO  TO WK-SITUACION            00007900
               WHEN  OTHER                                              00007910
                     MOVE CA-SIT-INSUFICIENTE                           00007920
                                             TO WK-SITUACION            00007930
           END-EVALUATE                                                 00007940
                                                                        00007950
           PERFORM 2500-LISTAR-TARJETA                                  00007960
              THRU 2500-LISTAR-TARJETA-EXIT                             00007970
                                                                        00007980
           .                                                            00007990
       2100-CONTROLAR-TARJETA-EXIT.                                     00008000
           EXIT.                                                        00008010
                                                                        00008020
      ******************************************************************00008030
      ***                   2200-ABRIR-GARANTIAS                     ***00008040
      ***                   --------------------                     ***00008050
      * SE ABRE EL CURSOR DE LAS POSICIONES DEL CONCEPTO DE GARANTIA   *00008060
      * QUE ALIMENTA LA CUENTA DE LA TARJETA SEGUN POS_DISP_CONTR, CON *00008070
      * SU SALDO VIGENTE EN POS_DISP_PMAS Y EL ESTADO DE LA POSICION:  *00008080
      * 'V' VIVA, 'A' ARCHIVADA EN POS_DISP_PMAS_ARCH, 'N' INEXISTENTE.*00008090
      ******************************************************************00008100
       2200-ABRIR-GARANTIAS.                                            00008110
                                                                        00008120
           SET NO-FIN-GARANTIAS              TO TRUE                    00008130
                                                                        00008140
           EXEC SQL                                                     00008150
                DECLARE C-GARANTIAS CURSOR FOR                          00008160
                SELECT C.G6554_IDCENTD  , C.G6554_IDPRODD  ,            00008170
                       C.G6554_CODSPROD , C.G6554_CODMONSW ,            00008180
                       VALUE(P.G6524_IMPSLDC, 0),                       00008190
                       CASE WHEN P.G6524_IDEMPRD IS NOT NULL            00008200
                            THEN 'V'                                    00008210
                            WHEN EXISTS                                 00008220
                                 (SELECT 1                              00008230
                                    FROM POS_DISP_PMAS_ARCH A           00008240
                                   WHERE A.G6531_IDEMPRD  =             00008250
                                         C.G6554_IDEMPRD                00008260
                                     AND A.G6531_IDCENTD  =             00008270
                                         C.G6554_IDCENTD                00008280
                                     AND A.G6531_IDPRODD  =             00008290
                                         C.G6554_IDPRODD                00008300
                                     AND A.G6531_CODSPROD =             00008310
                                         C.G6554_CODSPROD               00008320
                                     AND A.G6531_CTOSALDO =             00008330
                                         C.G6554_CTOSALDO               00008340
                                     AND A.G6531_CODMONSW =             00008350
                                         C.G6554_CODMONSW)              00008360
                            THEN 'A'                                    00008370
                            ELSE 'N'                                    00008380
                       END                                              00008390
                  FROM POS_DISP_CONTR C                                 00008400
                  LEFT JOIN POS_DISP_PMAS P                             00008410
                    ON P.G6524_IDEMPRD  = C.G6554_IDEMPRD               00008420
                   AND P.G6524_IDCENTD  = C.G6554_IDCENTD               00008430
                   AND P.G6524_IDPRODD  = C.G6554_IDPRODD               00008440
                   AND P.G6524_CODSPROD = C.G6554_CODSPROD              00008450
                   AND P.G6524_CTOSALDO = C.G6554_CTOSALDO              00008460
                   AND P.G6524_CODMONSW = C.G6554_CODMONSW              00008470
                 WHERE C.G6554_IDEMPRD  = :WK-CDGENTI-009               00008480
                   AND C.G6554_CENTALTA = :WK-CENTALTA-009              00008490
                   AND C.G6554_CUENTNU  = :WK-CUENTNU-009               00008500
                   AND C.G6554_CTOSALDO = :WK-CONCEPTO-GARANTIA         00008510
                 ORDER BY 1, 2, 3, 4                                    00008520
           END-EXEC                                                     00008530
                                                                        00008540
           EXEC SQL                                                     00008550
                OPEN C-GARANTIAS                                        00008560
           END-EXEC                                                     00008570
                                                                        00008580
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008590
                                                                        00008600
           IF  NOT DB2-OK                                               00008610
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008620
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00008630
               MOVE CA-PRF-2200              TO WK-PARRAFO              00008640
               MOVE CA-MPCHGAR               TO WK-RUTINA               00008650
               MOVE CA-POS-DISP-CONTR        TO WK-TABLA-DB2            00008660
               MOVE CA-OPEN                  TO WK-DATOS-ACCESO         00008670
                                                                        00008680
               PERFORM 9000-CANCELACION                                 00008690
                  THRU 9000-CANCELACION-EXIT                            00008700
                                                                        00008710
           END-IF                                                       00008720
                                                                        00008730
           .                                                            00008740
       2200-ABRIR-GARANTIAS-EXIT.                                       00008750
           EXIT.                                                        00008760
                                                                        00008770
      ******************************************************************00008780
      ***                   2250-LEER-GARANTIA                       ***00008790
      ***                   ------------------                       ***00008800
      * SE LEE LA SIGUIENTE POSICION DE GARANTIA DE LA CUENTA.         *00008810
      ******************************************************************00008820
       2250-LEER-GARANTIA.                                              00008830
                                                                        00008840
           EXEC SQL                                                     00008850
                FETCH C-GARANTIAS                                       00008860
                 INTO :WF-IDCENTD  , :WF-IDPRODD  ,                     00008870
                      :WF-CODSPROD , :WF-CODMONSW ,                     00008880
                      :WF-IMPSLDC  , :WF-ESTADO                         00008890
           END-EXEC                                                     00008900
                                                                        00008910
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008920
                                                                        00008930
           EVALUATE  TRUE                                               00008940
               WHEN  DB2-OK                                             00008950
                     ADD CN-1                TO CT-POSICIONES           00008960
               WHEN  DB2-CLV-NOT-FOUND                                  00008970
                     SET SI-FIN-GARANTIAS    TO TRUE                    00008980
               WHEN  OTHER                                              00008990
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00009000
                     MOVE CA-ERR-CURSOR      TO WK-DESCRIPCION          00009010
                     MOVE CA-PRF-2250        TO WK-PARRAFO              00009020
                     MOVE CA-MPCHGAR         TO WK-RUTINA               00009030
                     MOVE CA-POS-DISP-CONTR  TO WK-TABLA-DB2            00009040
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00009050
                                                                        00009060
                     PERFORM 9000-CANCELACION                           00009070
                        THRU 9000-CANCELACION-EXIT                      00009080
                                                                        00009090
           END-EVALUATE                                                 00009100
                                                                        00009110
           .                                                            00009120
       2250-LEER-GARANTIA-EXIT.                                         00009130
           EXIT.                                                        00009140
                                                                        00009150
      ******************************************************************00009160
      ***                   2290-CERRAR-GARANTIAS                    ***00009170
      ***                   ---------------------                    ***00009180
      * SE CIERRA EL CURSOR DE POSICIONES DE GARANTIA.                 *00009190
      ******************************************************************00009200
       2290-CERRAR-GARANTIAS.                                           00009210
                                                                        00009220
           EXEC SQL                                                     00009230
                CLOSE C-GARANTIAS                                       00009240
           END-EXEC                                                     00009250
                                                                        00009260
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009270
                                                                        00009280
           IF  NOT DB2-OK                                               00009290
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00009300
               MOVE CA-ERR-CURSOR            TO WK-DESCRIPCION          00009310
               MOVE CA-PRF-2290              TO WK-PARRAFO              00009320
               MOVE CA-MPCHGAR               TO WK-RUTINA               00009330
               MOVE CA-POS-DISP-CONTR        TO WK-TABLA-DB2            00009340
               MOVE CA-CLOSE                 TO WK-DATOS-ACCESO         00009350
                                                                        00009360
               PERFORM 9000-CANCELACION                                 00009370
                  THRU 9000-CANCELACION-EXIT                            00009380
                                                                        00009390
           END-IF                                                       00009400
                                                                        00009410
           .                                                            00009420
       2290-CERRAR-GARANTIAS-EXIT.                                      00009430
           EXIT.                                                        00009440
                                                                        00009450
      ******************************************************************00009460
      ***                   2300-TRATAR-GARANTIA                     ***00009470
      ***                   --------------------                     ***00009480
      * UNA POSICION ARCHIVADA, O VIVA CON SALDO A CERO POR UNA        *00009490
      * REVERSA, SE ANOTA COMO CRITICA. LA POSICION VIVA CON SALDO     *00009500
      * COMPUTA EN LA COBERTURA POR SU CONTRAVALOR EN LA MONEDA DE LA  *00009510
      * GARANTIA; SIN TIPO DE CAMBIO NO COMPUTA. LA POSICION           *00009520
      * INEXISTENTE EN AMBAS TABLAS NO CUBRE NADA.                     *00009530
      ******************************************************************00009540
       2300-TRATAR-GARANTIA.                                            00009550
                                                                        00009560
           ADD CN-1                          TO WK-NUM-GARANTIAS        00009570
                                                                        00009580
           EVALUATE  TRUE                                               00009590
               WHEN  WF-ESTADO = CA-POS-ARCHIVADA                       00009600
                     ADD CN-1                TO WK-NUM-ARCHIVADAS       00009610
               WHEN  WF-ESTADO NOT = CA-POS-VIVA                        00009620
                     CONTINUE                                           00009630
               WHEN  WF-IMPSLDC = ZEROES                                00009640
                     ADD CN-1                TO WK-NUM-REVERTIDAS       00009650
               WHEN  OTHER                                              00009660
                     PERFORM 2350-RESOLVER-CAMBIO                       00009670
                        THRU 2350-RESOLVER-CAMBIO-EXIT                  00009680
                     IF  SI-EXISTE-CAMBIO                               00009690
                         COMPUTE WK-CONTRAVALOR ROUNDED =               00009700
                                 WF-IMPSLDC * WK-TIPO-CAMBIO            00009710
                         ADD WK-CONTRAVALOR  TO WK-IMPORTE-CUBIERTO     00009720
                     ELSE                                               00009730
                         ADD CN-1            TO WK-NUM-SIN-CAMBIO       00009740
                         ADD CN-1            TO CT-SIN-CAMBIO           00009750
                     END-IF                                             00009760
           END-EVALUATE                                                 00009770
                                                                        00009780
           PERFORM 2250-LEER-GARANTIA                                   00009790
              THRU 2250-LEER-GARANTIA-EXIT                              00009800
                                                                        00009810
           .                                                            00009820
       2300-TRATAR-GARANTIA-EXIT.                                       00009830
           EXIT.                                                        00009840
                                                                        00009850
      ******************************************************************00009860
      ***                   2350-RESOLVER-CAMBIO                     ***00009870
      ***                   --------------------                     ***00009880
      * SE RESUELVE EL TIPO DE CAMBIO DE LA MONEDA DE LA POSICION,     *00009890
      * CONSULTANDO PRIMERO LA CACHE DE MONEDAS YA RESUELTAS. LA       *00009900
      * MONEDA DE LA GARANTIA CONVIERTE A LA PAR.                      *00009910
      ******************************************************************00009920
       2350-RESOLVER-CAMBIO.                                            00009930
                                                                        00009940
           IF  WF-CODMONSW = WK-MONEDA-GARANTIA                         00009950
               SET SI-EXISTE-CAMBIO          TO TRUE                    00009960
               MOVE CN-1                     TO WK-TIPO-CAMBIO          00009970
               GO TO 2350-RESOLVER-CAMBIO-EXIT                          00009980
           END-IF                                                       00009990
                                                                        00010000
           SET NO-MONEDA-ENCONTRADA          TO TRUE                    00010010
           MOVE ZEROES                       TO WK-IDX-MONEDA           00010020
                                                                        00010030
           PERFORM 2360-BUSCAR-CACHE                                    00010040
              THRU 2360-BUSCAR-CACHE-EXIT                               00010050
             VARYING WK-IDX FROM CN-1 BY CN-1                           00010060
               UNTIL WK-IDX > WK-NUM-MONEDAS                            00010070
                  OR SI-MONEDA-ENCONTRADA                               00010080
                                                                        00010090
           IF  SI-MONEDA-ENCONTRADA                                     00010100
               MOVE WK-M-TIPCAMBIO (WK-IDX-MONEDA)                      00010110
                                             TO WK-TIPO-CAMBIO          00010120
               IF  WK-M-EXISTE (WK-IDX-MONEDA) = 'S'                    00010130
                   SET SI-EXISTE-CAMBIO      TO TRUE                    00010140
               ELSE                                                     00010150
                   SET NO-EXISTE-CAMBIO      TO TRUE                    00010160
               END-IF                                                   00010170
           ELSE                                                         00010180
               PERFORM 2370-LEER-CAMBIO                                 00010190
                  THRU 2370-LEER-CAMBIO-EXIT                            00010200
           END-IF                                                       00010210
                                                                        00010220
           .                                                            00010230
       2350-RESOLVER-CAMBIO-EXIT.                                       00010240
           EXIT.                                                        00010250
                                                                        00010260
      ******************************************************************00010270
      ***                   2360-BUSCAR-CACHE                        ***00010280
      ***                   -----------------                        ***00010290
      * SE COMPRUEBA SI LA MONEDA YA ESTA EN LA CACHE DE CAMBIOS,      *00010300
      * GUARDANDO SU INDICE.                                           *00010310
      ******************************************************************00010320
       2360-BUSCAR-CACHE.                                               00010330
                                                                        00010340
           IF  WK-M-CODMONSW (WK-IDX) = WF-CODMONSW                     00010350
               SET SI-MONEDA-ENCONTRADA      TO TRUE                    00010360
               MOVE WK-IDX                   TO WK-IDX-MONEDA           00010370
           END-IF                                                       00010380
                                                                        00010390
           .                                                            00010400
       2360-BUSCAR-CACHE-EXIT.                                          00010410
           EXIT.                                                        00010420
                                                                        00010430
      ******************************************************************00010440
      ***                   2370-LEER-CAMBIO                         ***00010450
      ***                   ----------------                         ***00010460
      * SE RECUPERA EL ULTIMO TIPO DE CAMBIO DE LA MONEDA PUBLICADO EN *00010470
      * LA FECHA DEL CAMBIO O ANTES Y SE GUARDA EN LA CACHE.           *00010480
      ******************************************************************00010490
       2370-LEER-CAMBIO.                                                00010500
                                                                        00010510
           MOVE ZEROES                       TO WK-TIPO-CAMBIO          00010520
           SET NO-EXISTE-CAMBIO              TO TRUE                    00010530
                                                                        00010540
           EXEC SQL                                                     00010550
                SELECT G6530_TIPCAMBIO                                  00010560
                 INTO :WK-TIPO-CAMBIO                                   00010570
                 FROM POS_TIPO_CAMBIO                                   00010580
                WHERE G6530_CODMONSW  = :WF-CODMONSW                    00010590
                  AND G6530_FECCAMBIO =                                 00010600
                      (SELECT MAX(G6530_FECCAMBIO)                      00010610
                         FROM POS_TIPO_CAMBIO                           00010620
                        WHERE G6530_CODMONSW   = :WF-CODMONSW           00010630
                          AND G6530_FECCAMBIO <= DATE(:WK-FECHA-CAMBIO))00010640
           END-EXEC                                                     00010650
                                                                        00010660
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010670
                                                                        00010680
           EVALUATE  TRUE                                               00010690
               WHEN  DB2-OK                                             00010700
                     SET SI-EXISTE-CAMBIO    TO TRUE                    00010710
               WHEN  DB2-CLV-NOT-FOUND                                  00010720
                     CONTINUE                                           00010730
               WHEN  OTHER                                              00010740
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00010750
                     MOVE CA-ERR-CAMBIO      TO WK-DESCRIPCION          00010760
                     MOVE CA-PRF-2370        TO WK-PARRAFO              00010770
                     MOVE CA-MPCHGAR         TO WK-RUTINA               00010780
                     MOVE CA-POS-TIPO-CAMBIO TO WK-TABLA-DB2            00010790
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00010800
                                                                        00010810
                     PERFORM 9000-CANCELACION                           00010820
                        THRU 9000-CANCELACION-EXIT                      00010830
                                                                        00010840
           END-EVALUATE                                                 00010850
                                                                        00010860
           IF  WK-NUM-MONEDAS NOT < CN-MAX-MONEDAS                      00010870
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010880
               MOVE CA-ERR-MAX-MONEDAS       TO WK-DESCRIPCION          00010890
               MOVE CA-PRF-2370              TO WK-PARRAFO              00010900
               MOVE WF-CODMONSW              TO WK-DATOS-REGISTRO       00010910
                                                                        00010920
               PERFORM 9000-CANCELACION                                 00010930
                  THRU 9000-CANCELACION-EXIT                            00010940
                                                                        00010950
           END-IF                                                       00010960
                                                                        00010970
           ADD CN-1                          TO WK-NUM-MONEDAS          00010980
           MOVE WF-CODMONSW         TO WK-M-CODMONSW  (WK-NUM-MONEDAS)  00010990
           MOVE WK-TIPO-CAMBIO      TO WK-M-TIPCAMBIO (WK-NUM-MONEDAS)  00011000
           MOVE SW-EXISTE-CAMBIO    TO WK-M-EXISTE    (WK-NUM-MONEDAS)  00011010
                                                                        00011020
           .                                                            00011030
       2370-LEER-CAMBIO-EXIT.                                           00011040
           EXIT.                                                        00011050
                                                                        00011060
      ******************************************************************00011070
      ***                   2500-LISTAR-TARJETA                      ***00011080
      ***                   -------------------                      ***00011090
      * SE EMITE LA TARJETA EN EL LISTADO DE COBERTURA Y, SI ES        *00011100
      * CRITICA, TAMBIEN EN EL LISTADO PARA RIESGO DE CREDITO.         *00011110
      ******************************************************************00011120
       2500-LISTAR-TARJETA.                                             00011130
                                                                        00011140
           PERFORM 2560-ENMASCARAR-XPAN                                 00011150
              THRU 2560-ENMASCARAR-XPAN-EXIT                            00011160
                                                                        00011170
           MOVE WK-CDGENTI-009               TO WD-CDGENTI              00011180
           MOVE WK-CENTALTA-009              TO WD-CENTALTA             00011190
           MOVE WK-CUENTNU-009               TO WD-CUENTNU              00011200
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00011210
           MOVE WK-IMGARAN-009               TO WD-GARANTIA             00011220
           MOVE WK-IMPORTE-CUBIERTO          TO WD-CUBIERTO             00011230
           MOVE WK-DESCUBIERTO               TO WD-DESCUBIERTO          00011240
           MOVE WK-SITUACION                 TO WD-SITUACION            00011250
                                                                        00011260
           EVALUATE  WK-SITUACION                                       00011270
               WHEN  CA-SIT-REVERTIDA                                   00011280
                     MOVE CA-TXT-REVERTIDA   TO WD-TEXTO                00011290
               WHEN  CA-SIT-ARCHIVADA                                   00011300
                     MOVE CA-TXT-ARCHIVADA   TO WD-TEXTO                00011310
               WHEN  CA-SIT-SIN-POSICION                                00011320
                     MOVE CA-TXT-SIN-POSICION                           00011330
                                             TO WD-TEXTO                00011340
               WHEN  CA-SIT-SIN-CAMBIO                                  00011350
                     MOVE CA-TXT-SIN-CAMBIO  TO WD-TEXTO                00011360
               WHEN  OTHER                                              00011370
                     MOVE CA-TXT-INSUFICIENTE                           00011380
                                             TO WD-TEXTO                00011390
           END-EVALUATE                                                 00011400
                                                                        00011410
           MOVE WK-LINEA-DETALLE             TO REG-MPCHGAS1            00011420
           PERFORM 9200-ESCRIBIR-LISTADO                                00011430
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00011440
                                                                        00011450
           IF  WK-SITUACION = CA-SIT-REVERTIDA                          00011460
            OR WK-SITUACION = CA-SIT-ARCHIVADA                          00011470
               ADD CN-1                      TO CT-CRITICAS             00011480
               MOVE WK-LINEA-DETALLE         TO REG-MPCHGAS2            00011490
               PERFORM 9300-ESCRIBIR-CRITICAS                           00011500
                  THRU 9300-ESCRIBIR-CRITICAS-EXIT                      00011510
           ELSE                                                         00011520
               ADD CN-1                      TO CT-INFRACUBIERTAS       00011530
           END-IF                                                       00011540
                                                                        00011550
           .                                                            00011560
       2500-LISTAR-TARJETA-EXIT.                                        00011570
           EXIT.                                                        00011580
                                                                        00011590
      ******************************************************************00011600
      ***                   2560-ENMASCARAR-XPAN                     ***00011610
      ***                   --------------------                     ***00011620
      * SE ENMASCARA EL XPAN DE LA TARJETA SEGUN LA POLITICA DEL       *00011621
      * LISTADO MPCHGAS1 (RUTINA MPBAMSK).                             *00011622
      ******************************************************************00011650
       2560-ENMASCARAR-XPAN.                                            00011660
                                                                        00011670
           INITIALIZE MPYAMSK                                           00011671
                                                                        00011690
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00011700
           MOVE CA-MPCHGAS1                  TO MPYAMSK-DDNAME-E        00011710
           MOVE WK-XPAN-009                  TO MPYAMSK-XPAN-E          00011720
                                                                        00011750
           CALL CA-MPBAMSK               USING MPYAMSK                  00011760
                                                                        00011770
           IF  MPYAMSK-RETORNO NOT = CA-00                              00011774
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011778
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00011782
               MOVE CA-PRF-2560              TO WK-PARRAFO              00011786
               MOVE CA-MPBAMSK               TO WK-RUTINA               00011790
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00011794
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00011798
                                                                        00011802
               PERFORM 9000-CANCELACION                                 00011806
                  THRU 9000-CANCELACION-EXIT                            00011810
                                                                        00011814
           END-IF                                                       00011820
                                                                        00011830
           .                                                            00011840
       2560-ENMASCARAR-XPAN-EXIT.                                       00011850
           EXIT.                                                        00011990
                                                                        00012000
      ******************************************************************00012010
      ***                   3000-FIN                                 ***00012020
      ***                   --------                                 ***00012030
      * SE EMITEN LOS TOTALES, SE CIERRAN LOS FICHEROS, SE MUESTRAN    *00012040
      * LAS ESTADISTICAS Y SE DEVUELVE RC 4 SI HAY TARJETAS CRITICAS.  *00012050
      ******************************************************************00012060
       3000-FIN.                                                        00012070
                                                                        00012080
           MOVE SPACES                       TO WK-LINEA-TOTAL          00012090
           MOVE CA-LIT-INFRACUBIERTAS        TO WT-LITERAL              00012100
           MOVE CT-INFRACUBIERTAS            TO WT-TARJETAS             00012110
           MOVE WK-LINEA-TOTAL               TO REG-MPCHGAS1            00012120
           PERFORM 9200-ESCRIBIR-LISTADO                                00012130
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00012140
                                                                        00012150
           MOVE SPACES                       TO WK-LINEA-TOTAL          00012160
           MOVE CA-LIT-CRITICAS              TO WT-LITERAL              00012170
           MOVE CT-CRITICAS                  TO WT-TARJETAS             00012180
           MOVE WK-LINEA-TOTAL               TO REG-MPCHGAS1            00012190
           PERFORM 9200-ESCRIBIR-LISTADO                                00012200
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00012210
                                                                        00012220
           MOVE WK-LINEA-TOTAL               TO REG-MPCHGAS2            00012230
           PERFORM 9300-ESCRIBIR-CRITICAS                               00012240
              THRU 9300-ESCRIBIR-CRITICAS-EXIT                          00012250
                                                                        00012260
           PERFORM 3100-CERRAR-FICHEROS                                 00012270
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012280
                                                                        00012290
           PERFORM 3200-ESTADISTICAS                                    00012300
              THRU 3200-ESTADISTICAS-EXIT                               00012310
                                                                        00012320
           IF  CT-CRITICAS > ZEROES                                     00012330
               MOVE CN-4                     TO RETURN-CODE             00012340
           END-IF                                                       00012350
                                                                        00012360
           STOP RUN                                                     00012370
                                                                        00012380
           .                                                            00012390
       3000-FIN-EXIT.                                                   00012400
           EXIT.                                                        00012410
                                                                        00012420
      ******************************************************************00012430
      ***                   3100-CERRAR-FICHEROS                     ***00012440
      ***                   ---------------------                    ***00012450
      * SE CIERRAN LOS FICHEROS.                                       *00012460
      ******************************************************************00012470
       3100-CERRAR-FICHEROS.                                            00012480
                                                                        00012490
           CLOSE MPCHGAE1                                               00012500
                 MPCHGAS1                                               00012510
                 MPCHGAS2                                               00012520
                                                                        00012530
           IF  FS-MPCHGAS1 NOT = CA-FS-OK                               00012540
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012550
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012560
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012570
               MOVE CA-MPCHGAS1              TO WK-DDNAME               00012580
               MOVE FS-MPCHGAS1              TO WK-FILE-STATUS          00012590
                                                                        00012600
               PERFORM 9000-CANCELACION                                 00012610
                  THRU 9000-CANCELACION-EXIT                            00012620
                                                                        00012630
           END-IF                                                       00012640
                                                                        00012650
           IF  FS-MPCHGAS2 NOT = CA-FS-OK                               00012660
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012670
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012680
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012690
               MOVE CA-MPCHGAS2              TO WK-DDNAME               00012700
               MOVE FS-MPCHGAS2              TO WK-FILE-STATUS          00012710
                                                                        00012720
               PERFORM 9000-CANCELACION                                 00012730
                  THRU 9000-CANCELACION-EXIT                            00012740
                                                                        00012750
           END-IF                                                       00012760
                                                                        00012770
           .                                                            00012780
       3100-CERRAR-FICHEROS-EXIT.                                       00012790
           EXIT.                                                        00012800
                                                                        00012810
      ******************************************************************00012820
      ***                   3200-ESTADISTICAS                        ***00012830
      ***                   -----------------                        ***00012840
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00012850
      ******************************************************************00012860
       3200-ESTADISTICAS.                                               00012870
                                                                        00012880
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00012890
           MOVE CT-GARANTIZADAS               TO WK-GARANTIZADAS-ED     00012900
           MOVE CT-CUBIERTAS                  TO WK-CUBIERTAS-ED        00012910
           MOVE CT-INFRACUBIERTAS             TO WK-INFRACUBIERTAS-ED   00012920
           MOVE CT-CRITICAS                   TO WK-CRITICAS-ED         00012930
           MOVE CT-POSICIONES                 TO WK-POSICIONES-ED       00012940
           MOVE CT-SIN-CAMBIO                 TO WK-SIN-CAMBIO-ED       00012950
                                                                        00012960
           DISPLAY WK-CAB-1                                             00012970
           DISPLAY WK-CAB-2                                             00012980
           DISPLAY WK-CAB-1                                             00012990
           DISPLAY WK-CAB-3                                             00013000
           DISPLAY WK-CAB-4                                             00013010
           DISPLAY WK-CAB-5                                             00013020
           DISPLAY WK-CAB-6                                             00013030
           DISPLAY WK-CAB-7                                             00013040
           DISPLAY WK-CAB-8                                             00013050
           DISPLAY WK-CAB-9                                             00013060
           DISPLAY WK-CAB-1                                             00013070
                                                                        00013080
           .                                                            00013090
       3200-ESTADISTICAS-EXIT.                                          00013100
           EXIT.                                                        00013110
                                                                        00013120
      ******************************************************************00013130
      ***                   9100-LEER-MPCHGAE1                       ***00013140
      ***                   ------------------                       ***00013150
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO.                         *00013160
      ******************************************************************00013170
       9100-LEER-MPCHGAE1.                                              00013180
                                                                        00013190
           READ MPCHGAE1                     INTO WK-REGISTRO           00013200
           AT END                                                       00013210
                SET SI-FIN-MPCHGAE1          TO TRUE                    00013220
           END-READ                                                     00013230
                                                                        00013240
           IF  FS-MPCHGAE1 NOT = CA-FS-OK AND CA-FS-EOF                 00013250
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013260
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00013270
               MOVE CA-PRF-9100              TO WK-PARRAFO              00013280
               MOVE CA-MPCHGAE1              TO WK-DDNAME               00013290
               MOVE FS-MPCHGAE1              TO WK-FILE-STATUS          00013300
                                                                        00013310
               PERFORM 9000-CANCELACION                                 00013320
                  THRU 9000-CANCELACION-EXIT                            00013330
                                                                        00013340
           END-IF                                                       00013350
                                                                        00013360
           IF  NO-FIN-MPCHGAE1                                          00013370
               ADD CN-1                      TO CT-LEIDAS               00013380
           END-IF                                                       00013390
                                                                        00013400
           .                                                            00013410
       9100-LEER-MPCHGAE1-EXIT.                                         00013420
           EXIT.                                                        00013430
                                                                        00013440
      ******************************************************************00013450
      ***                   9200-ESCRIBIR-LISTADO                    ***00013460
      ***                   ---------------------                    ***00013470
      * SE ESCRIBE UNA LINEA DEL LISTADO DE COBERTURA.                 *00013480
      ******************************************************************00013490
       9200-ESCRIBIR-LISTADO.                                           00013500
                                                                        00013510
           WRITE REG-MPCHGAS1                                           00013520
                                                                        00013530
           IF  FS-MPCHGAS1 NOT = CA-FS-OK                               00013540
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013550
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013560
               MOVE CA-PRF-9200              TO WK-PARRAFO              00013570
               MOVE CA-MPCHGAS1              TO WK-DDNAME               00013580
               MOVE FS-MPCHGAS1              TO WK-FILE-STATUS          00013590
               MOVE REG-MPCHGAS1             TO WK-DATOS-REGISTRO       00013600
                                                                        00013610
               PERFORM 9000-CANCELACION                                 00013620
                  THRU 9000-CANCELACION-EXIT                            00013630
                                                                        00013640
           END-IF                                                       00013650
                                                                        00013660
           .                                                            00013670
       9200-ESCRIBIR-LISTADO-EXIT.                                      00013680
           EXIT.                                                        00013690
                                                                        00013700
      ******************************************************************00013710
      ***                   9300-ESCRIBIR-CRITICAS                   ***00013720
      ***                   ----------------------                   ***00013730
      * SE ESCRIBE UNA LINEA DEL LISTADO DE TARJETAS CRITICAS.         *00013740
      ******************************************************************00013750
       9300-ESCRIBIR-CRITICAS.                                          00013760
                                                                        00013770
           WRITE REG-MPCHGAS2                                           00013780
                                                                        00013790
           IF  FS-MPCHGAS2 NOT = CA-FS-OK                               00013800
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013810
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013820
               MOVE CA-PRF-9300              TO WK-PARRAFO              00013830
               MOVE CA-MPCHGAS2              TO WK-DDNAME               00013840
               MOVE FS-MPCHGAS2              TO WK-FILE-STATUS          00013850
               MOVE REG-MPCHGAS2             TO WK-DATOS-REGISTRO       00013860
                                                                        00013870
               PERFORM 9000-CANCELACION                                 00013880
                  THRU 9000-CANCELACION-EXIT                            00013890
                                                                        00013900
           END-IF                                                       00013910
                                                                        00013920
           .                                                            00013930
       9300-ESCRIBIR-CRITICAS-EXIT.                                     00013940
           EXIT.                                                        00013950
                                                                        00013960
      ******************************************************************00013970
      ***                   9000-CANCELACION                         ***00013980
      ***                   ----------------                         ***00013990
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014000
      ******************************************************************00014010
       9000-CANCELACION.                                                00014020
                                                                        00014030
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014040
                                                                        00014050
           EVALUATE  TRUE                                               00014060
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014070
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014080
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014090
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00014100
                         RESPONSABLE('WK-RESPONSABLE')                  00014110
                         DESCRIPCION('WK-DESCRIPCION')                  00014120
                         PROGRAMA('WK-PROGRAMA')                        00014130
                         PARRAFO('WK-PARRAFO')                          00014140
                         SQLCA('SQLCA')                                 00014150
                         TABLA_DB2('WK-TABLA-DB2')                      00014160
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00014170
                     END-FUN                                            00014180
                                                                        00014190
               WHEN  OTHER                                              00014200
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014210
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014220
                         RESPONSABLE('WK-RESPONSABLE')                  00014230
                         DESCRIPCION('WK-DESCRIPCION')                  00014240
                         PROGRAMA('WK-PROGRAMA')                        00014250
                         PARRAFO('WK-PARRAFO')                          00014260
                         DDNAME('WK-DDNAME')                            00014270
                         FILE_STATUS('WK-FILE-STATUS')                  00014280
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00014290
                     END-FUN                                            00014300
                                                                        00014310
           END-EVALUATE                                                 00014320
                                                                        00014330
           .                                                            00014340
       9000-CANCELACION-EXIT.                                           00014350
           EXIT.                                                        00014360
