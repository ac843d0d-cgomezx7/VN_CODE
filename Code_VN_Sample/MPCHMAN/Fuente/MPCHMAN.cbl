      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHMAN.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: MANIFIESTOS DE ENTREGA EN OFICINA. SE EJECUTA    *00000110
      *               DESPUES DE MPCHSEL SOBRE LA REMESA DEL DIA       *00000120
      *               (MPCHSES1) Y AGRUPA LAS TARJETAS POR OFICINA DE  *00000130
      *               ENTREGA: LA OFICINA DE LA TARJETA                *00000140
      *               (WK-CDOFIUMO-009) O, SI NO ESTA INFORMADA, LA    *00000150
      *               OFICINA GESTORA DEL CONTRATO (E1003-OFIGESTO DE  *00000160
      *               MPDT007). SI TAMPOCO ESTA SE TOMA EL CENTRO DE   *00000170
      *               ALTA DE LA TARJETA.                              *00000180
      *               LAS TARJETAS DE CADA OFICINA SE REPARTEN EN      *00000190
      *               BOLSAS DE UN MAXIMO DE TARJETAS. POR CADA BOLSA: *00000200
      *                - SE IMPRIME EN EL MANIFIESTO DE LA OFICINA CON *00000210
      *                  SUS TARJETAS (XPAN ENMASCARADO, NOMBRE DEL    *00000220
      *                  TITULAR Y CUENTA) Y EL NUMERO DE TARJETAS.    *00000230
      *                - SE ESCRIBE EL REGISTRO DE ETIQUETA CON EL     *00000240
      *                  CODIGO DE BARRAS DE LA BOLSA.                 *00000250
      *                - SE DA DE ALTA EN MANIF_BOLSA PENDIENTE DE     *00000260
      *                  CONFIRMAR. LA OFICINA CONFIRMA LA RECEPCION   *00000270
      *                  BOLSA A BOLSA (VER MPCHMCF).                  *00000280
      *               EL CODIGO DE BOLSA ES 'B' + ENTIDAD + OFICINA +  *00000290
      *               FECHA DE REMESA (AAAAMMDD) + NUMERO DE BOLSA.    *00000300
      *-                                                              -*00000310
      *  PARAMETROS SYSIN:                                             *00000320
      *        FECHA DE REMESA (AAAA-MM-DD), OBLIGATORIA.              *00000330
      *        MAXIMO DE TARJETAS POR BOLSA (POR DEFECTO 050).         *00000340
      *-                                                              -*00000350
      *  FICHEROS DE ENTRADA:                                          *00000360
      *        MPCHMNE1 : REMESA DEL DIA (MPCHSES1 DE MPCHSEL).        *00000370
      *-                                                              -*00000380
      *  FICHEROS DE SALIDA:                                           *00000390
      *        MPCHMNS1 : MANIFIESTOS DE ENTREGA POR OFICINA.          *00000400
      *        MPCHMNS2 : INTERFAZ DE ETIQUETAS DE BOLSA.              *00000410
      *-                                                              -*00000420
      *  FICHEROS DE TRABAJO:                                          *00000430
      *        MPCHMNW1 : CLASIFICACION POR ENTIDAD, OFICINA Y XPAN.   *00000440
      *-                                                              -*00000450
      *  TABLAS DB2:                                                   *00000460
      *        MPDT007        : MAESTRO DE CONTRATOS (OFICINA GESTORA).*00000470
      *        MANIF_BOLSA    : BOLSAS DE ENTREGA EN OFICINA (ALTA).   *00000480
      *-                                                              -*00000490
      *  RUTINAS Y MODULOS:                                            *00000500
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000510
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000520
      *        MPBAMSK  : ENMASCARADO DEL XPAN SEGUN LA SALIDA.        *00000521
      *-                                                              -*00000530
      ******************************************************************00000540
      *                  M O D I F I C A C I O N E S                   *00000550
      *                  ---------------------------                   *00000560
      *                                                                *00000570
      * USUARIO  FECHA        DESCRIPCION                              *00000580
      * -------- ----------   ---------------------------------------- *00000590
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. MANIFIESTOS Y    *00000600
      *                        ETIQUETAS DE BOLSA POR OFICINA.         *00000610
      * VIEWNEXT 15-10-2026    EL XPAN DEL MANIFIESTO SE ENMASCARA     *00000611
      *                        CON LA RUTINA MPBAMSK, SEGUN LA         *00000612
      *                        POLITICA DE LA SALIDA MPCHMNS1.         *00000613
      *                                                                *00000620
      ******************************************************************00000630
                                                                        00000640
      ******************************************************************00000650
      * IDENTIFICATION DIVISION                                        *00000660
      ******************************************************************00000670
       IDENTIFICATION DIVISION.                                         00000680
       PROGRAM-ID.    MPCHMAN.                                          00000690
       AUTHOR.        VIEWNEXT.                                         00000700
       DATE-WRITTEN.  15-10-2026.                                       00000710
       DATE-COMPILED.                                                   00000720
                                                                        00000730
      ******************************************************************00000740
      * ENVIRONMENT DIVISION                                           *00000750
      ******************************************************************00000760
       ENVIRONMENT DIVISION.                                            00000770
                                                                        00000780
      *----------------------------------------------------------------*00000790
      * CONFIGURATION SECTION                                          *00000800
      *----------------------------------------------------------------*00000810
       CONFIGURATION SECTION.                                           00000820
                                                                        00000830
       SOURCE-COMPUTER. IBM-3090.                                       00000840
       OBJECT-COMPUTER. IBM-3090.                                       00000850
       SPECIAL-NAMES.                                                   00000860
           DECIMAL-POINT IS COMMA.                                      00000870
                                                                        00000880
      *----------------------------------------------------------------*00000890
      * INPUT OUTPUT SECTION                                           *00000900
      *----------------------------------------------------------------*00000910
       INPUT-OUTPUT SECTION.                                            00000920
       FILE-CONTROL.                                                    00000930
                                                                        00000940
      * -- REMESA DEL DIA.                                              00000950
           SELECT MPCHMNE1 ASSIGN MPCHMNE1                              00000960
                  ACCESS MODE IS SEQUENTIAL                             00000970
                  FILE STATUS IS FS-MPCHMNE1.                           00000980
                                                                        00000990
      * -- CLASIFICACION POR OFICINA DE ENTREGA.                        00001000
           SELECT MPCHMNW1 ASSIGN MPCHMNW1.                             00001010
                                                                        00001020
      * -- MANIFIESTOS DE ENTREGA POR OFICINA.                          00001030
           SELECT MPCHMNS1 ASSIGN MPCHMNS1                              00001040
                  ACCESS MODE IS SEQUENTIAL                             00001050
                  FILE STATUS IS FS-MPCHMNS1.                           00001060
                                                                        00001070
      * -- INTERFAZ DE ETIQUETAS DE BOLSA.                              00001080
           SELECT MPCHMNS2 ASSIGN MPCHMNS2                              00001090
                  ACCESS MODE IS SEQUENTIAL                             00001100
                  FILE STATUS IS FS-MPCHMNS2.                           00001110
                                                                        00001120
      ******************************************************************00001130
      * DATA DIVISION                                                  *00001140
      ******************************************************************00001150
       DATA DIVISION.                                                   00001160
                                                                        00001170
      *----------------------------------------------------------------*00001180
      * FILE SECTION                                                   *00001190
      *----------------------------------------------------------------*00001200
       FILE SECTION.                                                    00001210
                                                                        00001220
       FD  MPCHMNE1                                                     00001230
           BLOCK CONTAINS 0 RECORDS                                     00001240
           RECORDING MODE IS F                                          00001250
           LABEL RECORD ARE STANDARD                                    00001260
           RECORD CONTAINS 651 CHARACTERS                               00001270
           DATA RECORD IS REG-MPCHMNE1.                                 00001280
       01  REG-MPCHMNE1                    PIC X(651).                  00001290
                                                                        00001300
       SD  MPCHMNW1                                                     00001310
           RECORD CONTAINS 80 CHARACTERS                                00001320
           DATA RECORD IS REG-MPCHMNW1.                                 00001330
       01  REG-MPCHMNW1.                                                00001340
           05  SR-CDGENTI                  PIC X(04).                   00001350
           05  SR-OFICINA                  PIC X(04).                   00001360
           05  SR-XPAN                     PIC X(22).                   00001370
           05  SR-CENTALTA                 PIC X(04).                   00001380
           05  SR-CUENTNU                  PIC X(12).                   00001390
           05  SR-NOMENRED                 PIC X(26).                   00001400
           05  FILLER                      PIC X(08).                   00001410
                                                                        00001420
       FD  MPCHMNS1                                                     00001430
           BLOCK CONTAINS 0 RECORDS                                     00001440
           RECORDING MODE IS F                                          00001450
           LABEL RECORD ARE STANDARD                                    00001460
           RECORD CONTAINS 132 CHARACTERS                               00001470
           DATA RECORD IS REG-MPCHMNS1.                                 00001480
       01  REG-MPCHMNS1                    PIC X(132).                  00001490
                                                                        00001500
       FD  MPCHMNS2                                                     00001510
           BLOCK CONTAINS 0 RECORDS                                     00001520
           RECORDING MODE IS F                                          00001530
           LABEL RECORD ARE STANDARD                                    00001540
           RECORD CONTAINS 100 CHARACTERS                               00001550
           DATA RECORD IS REG-MPCHMNS2.                                 00001560
       01  REG-MPCHMNS2.                                                00001570
           05  LB-IDBOLSA                  PIC X(20).                   00001580
           05  LB-CDGENTI                  PIC X(04).                   00001590
           05  LB-OFICINA                  PIC X(04).                   00001600
           05  LB-FECREMESA                PIC X(10).                   00001610
           05  LB-NUMBOLSA                 PIC 9(03).                   00001620
           05  LB-NUMTARJETAS              PIC 9(05).                   00001630
           05  FILLER                      PIC X(54).                   00001640
                                                                        00001650
      *----------------------------------------------------------------*00001660
      * WORKING-STORAGE SECTION                                        *00001670
      *----------------------------------------------------------------*00001680
       WORKING-STORAGE SECTION.                                         00001690
                                                                        00001700
      ******************************************************************00001710
      *                        S W I T C H E S                         *00001720
      ******************************************************************00001730
       01  SW-SWITCHES.                                                 00001740
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001750
               88  DB2-OK                              VALUE 0.         00001760
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001770
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001780
           05  SW-FIN-MPCHMNE1             PIC X(01)   VALUE 'N'.       00001790
               88  SI-FIN-MPCHMNE1                     VALUE 'S'.       00001800
               88  NO-FIN-MPCHMNE1                     VALUE 'N'.       00001810
           05  SW-FIN-MPCHMNW1             PIC X(01)   VALUE 'N'.       00001820
               88  SI-FIN-MPCHMNW1                     VALUE 'S'.       00001830
               88  NO-FIN-MPCHMNW1                     VALUE 'N'.       00001840
                                                                        00001850
      ******************************************************************00001860
      *                      C O N S T A N T E S                       *00001870
      ******************************************************************00001880
       01  CT-CONSTANTES.                                               00001890
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001900
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001910
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001920
               10  CA-00                   PIC X(02)   VALUE '00'.      00001921
               10  CA-RESP                 PIC X(14)   VALUE            00001930
                                   'MEDIOS DE PAGO'.                    00001940
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001950
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001960
               10  CA-MPCHMNE1             PIC X(08)   VALUE 'MPCHMNE1'.00001970
               10  CA-MPCHMNW1             PIC X(08)   VALUE 'MPCHMNW1'.00001980
               10  CA-MPCHMNS1             PIC X(08)   VALUE 'MPCHMNS1'.00001990
               10  CA-MPCHMNS2             PIC X(08)   VALUE 'MPCHMNS2'.00002000
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00002010
               10  CA-MANIF-BOLSA          PIC X(11)   VALUE            00002020
                                   'MANIF_BOLSA'.                       00002030
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002040
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00002050
      *--      PREFIJO DEL CODIGO DE BOLSA.                             00002060
               10  CA-PREFIJO-BOLSA        PIC X(01)   VALUE 'B'.       00002070
      *--      BOLSA PENDIENTE DE CONFIRMAR POR LA OFICINA.             00002080
               10  CA-BOLSA-PENDIENTE      PIC X(01)   VALUE 'P'.       00002090
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002100
                                   '0001-01-01'.                        00002110
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00002120
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002130
                                   'ERROR AL ABRIR UN FICHERO'.         00002140
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002150
                                   'ERROR AL CERRAR UN FICHERO'.        00002160
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002170
                                   'ERROR AL LEER UN FICHERO'.          00002180
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002190
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002200
               10  CA-ERR-FECHA-REMESA     PIC X(38)   VALUE            00002210
                         'FECHA DE REMESA DE SYSIN SIN INFORMAR '.      00002220
               10  CA-ERR-CLASIFICACION    PIC X(38)   VALUE            00002230
                         'ERROR EN LA CLASIFICACION POR OFICINA '.      00002240
               10  CA-ERR-CONTRATO         PIC X(38)   VALUE            00002250
                         'ERROR AL LEER LA TABLA MPDT007        '.      00002260
               10  CA-ERR-BOLSA            PIC X(38)   VALUE            00002270
                         'ERROR AL DAR DE ALTA EN MANIF_BOLSA   '.      00002280
               10  CA-ERR-BOLSA-EXISTE     PIC X(38)   VALUE            00002290
                         'REMESA CON MANIFIESTOS YA GENERADOS   '.      00002300
               10  CA-ERR-ENMASCARAR       PIC X(38)   VALUE            00002301
                         'ERROR AL ENMASCARAR EL XPAN           '.      00002302
               10  CA-PRF-SORT             PIC X(20)   VALUE            00002310
                                   'SORT MPCHMNW1'.                     00002320
               10  CA-PRF-1050             PIC X(23)   VALUE            00002330
                                   '1050-VALIDAR-PARAMETROS'.           00002340
               10  CA-PRF-1100             PIC X(19)   VALUE            00002350
                                   '1100-ABRIR-FICHEROS'.               00002360
               10  CA-PRF-2150             PIC X(22)   VALUE            00002370
                                   '2150-OFICINA-GESTORA'.              00002380
               10  CA-PRF-2660             PIC X(20)   VALUE            00002381
                                   '2660-ENMASCARAR-XPAN'.              00002382
               10  CA-PRF-2750             PIC X(20)   VALUE            00002390
                                   '2750-CERRAR-BOLSA'.                 00002400
               10  CA-PRF-3100             PIC X(20)   VALUE            00002410
                                   '3100-CERRAR-FICHEROS'.              00002420
               10  CA-PRF-9100             PIC X(18)   VALUE            00002430
                                   '9100-LEER-MPCHMNE1'.                00002440
               10  CA-PRF-9200             PIC X(24)   VALUE            00002450
                                   '9200-ESCRIBIR-MANIFIESTO'.          00002460
                                                                        00002470
           05  CN-CONSTANTES-NUMERICAS.                                 00002480
               10  CN-1                    PIC 9(01)   VALUE 1.         00002490
               10  CN-MAX-BOLSA            PIC 9(03)   VALUE 050.       00002530
                                                                        00002540
      ******************************************************************00002550
      *                    C O N T A D O R E S                         *00002560
      ******************************************************************00002570
       01  CT-CONTADORES.                                               00002580
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00002590
           05  CT-OFI-TARJETA              PIC 9(9)    VALUE ZEROES.    00002600
           05  CT-OFI-GESTORA              PIC 9(9)    VALUE ZEROES.    00002610
           05  CT-OFI-ALTA                 PIC 9(9)    VALUE ZEROES.    00002620
           05  CT-OFICINAS                 PIC 9(9)    VALUE ZEROES.    00002630
           05  CT-BOLSAS                   PIC 9(9)    VALUE ZEROES.    00002640
           05  CT-MANIFESTADAS             PIC 9(9)    VALUE ZEROES.    00002650
                                                                        00002660
      ******************************************************************00002670
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002680
      ******************************************************************00002690
       01  WK-ESTADISTICA.                                              00002700
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002710
           05  WK-CAB-2                    PIC X(55)   VALUE            00002720
                   '* ESTADISTICAS DE MPCHMAN                   *'.     00002730
           05  WK-CAB-3.                                                00002740
               10  FILLER                  PIC X(45)   VALUE            00002750
                   '* TARJETAS LEIDAS DE LA REMESA:            '.       00002760
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00002770
               10  FILLER                  PIC X(01)   VALUE '*'.       00002780
           05  WK-CAB-4.                                                00002790
               10  FILLER                  PIC X(45)   VALUE            00002800
                   '* ENTREGA EN LA OFICINA DE LA TARJETA:     '.       00002810
               10  WK-OFI-TARJETA-ED       PIC ZZZZZZZZ9.               00002820
               10  FILLER                  PIC X(01)   VALUE '*'.       00002830
           05  WK-CAB-5.                                                00002840
               10  FILLER                  PIC X(45)   VALUE            00002850
                   '* ENTREGA EN LA OFICINA GESTORA:           '.       00002860
               10  WK-OFI-GESTORA-ED       PIC ZZZZZZZZ9.               00002870
               10  FILLER                  PIC X(01)   VALUE '*'.       00002880
           05  WK-CAB-6.                                                00002890
               10  FILLER                  PIC X(45)   VALUE            00002900
                   '* ENTREGA EN EL CENTRO DE ALTA:            '.       00002910
               10  WK-OFI-ALTA-ED          PIC ZZZZZZZZ9.               00002920
               10  FILLER                  PIC X(01)   VALUE '*'.       00002930
           05  WK-CAB-7.                                                00002940
               10  FILLER                  PIC X(45)   VALUE            00002950
                   '* OFICINAS CON MANIFIESTO:                 '.       00002960
               10  WK-OFICINAS-ED          PIC ZZZZZZZZ9.               00002970
               10  FILLER                  PIC X(01)   VALUE '*'.       00002980
           05  WK-CAB-8.                                                00002990
               10  FILLER                  PIC X(45)   VALUE            00003000
                   '* BOLSAS GENERADAS (MANIF_BOLSA):          '.       00003010
               10  WK-BOLSAS-ED            PIC ZZZZZZZZ9.               00003020
               10  FILLER                  PIC X(01)   VALUE '*'.       00003030
           05  WK-CAB-9.                                                00003040
               10  FILLER                  PIC X(45)   VALUE            00003050
                   '* TARJETAS EN LOS MANIFIESTOS:             '.       00003060
               10  WK-MANIFESTADAS-ED      PIC ZZZZZZZZ9.               00003070
               10  FILLER                  PIC X(01)   VALUE '*'.       00003080
                                                                        00003090
      ******************************************************************00003100
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003110
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003120
      ******************************************************************00003130
       01  WK-CANCELACION-BATCH.                                        00003140
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003150
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003160
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003170
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHMAN'. 00003180
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003190
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003200
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003210
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003220
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003230
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003240
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003250
                                                                        00003260
      ******************************************************************00003270
      *                      F I L E  S T A T U S                      *00003280
      ******************************************************************00003290
       01  FS-FILE-STATUS.                                              00003300
           05  FS-MPCHMNE1                 PIC X(02).                   00003310
           05  FS-MPCHMNS1                 PIC X(02).                   00003320
           05  FS-MPCHMNS2                 PIC X(02).                   00003330
                                                                        00003340
      ******************************************************************00003350
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003360
      ******************************************************************00003370
       01  WK-PARAMETROS-SYSIN.                                         00003380
           05  WK-FECHA-REMESA             PIC X(10)   VALUE SPACES.    00003390
           05  WK-MAX-BOLSA-AN             PIC X(03)   VALUE SPACES.    00003400
                                                                        00003410
      ******************************************************************00003420
      * OFICINA Y BOLSA EN CURSO.                                      *00003430
      ******************************************************************00003440
       01  WK-CONTROL-OFICINA.                                          00003450
           05  WK-MAX-BOLSA                PIC 9(03)   VALUE ZEROES.    00003460
           05  WK-CDGENTI-ACT              PIC X(04)   VALUE SPACES.    00003470
           05  WK-OFICINA-ACT              PIC X(04)   VALUE SPACES.    00003480
           05  WK-NUM-BOLSA                PIC 9(03)   VALUE ZEROES.    00003490
           05  WK-TARJETAS-BOLSA           PIC 9(05)   VALUE ZEROES.    00003500
           05  WK-TARJETAS-OFICINA         PIC 9(05)   VALUE ZEROES.    00003510
           05  WK-FECHA-COMPACTA.                                       00003520
               10  WK-FC-ANO               PIC X(04).                   00003530
               10  WK-FC-MES               PIC X(02).                   00003540
               10  WK-FC-DIA               PIC X(02).                   00003550
           05  WK-IDBOLSA.                                              00003560
               10  WK-IB-PREFIJO           PIC X(01).                   00003570
               10  WK-IB-CDGENTI           PIC X(04).                   00003580
               10  WK-IB-OFICINA           PIC X(04).                   00003590
               10  WK-IB-FECHA             PIC X(08).                   00003600
               10  WK-IB-NUMBOLSA          PIC 9(03).                   00003610
           05  WK-USUAUDIT                 PIC X(30)   VALUE 'MPCHMAN'. 00003620
                                                                        00003630
      ******************************************************************00003640
      * IMAGEN DEL REGISTRO DE LA REMESA (FORMATO MPCHSEE1), SOLO LOS  *00003750
      * CAMPOS NECESARIOS PARA EL MANIFIESTO.                          *00003760
      ******************************************************************00003770
       01  WK-REGISTRO.                                                 00003780
           05  WK-CDGENTI-009              PIC X(04).                   00003790
           05  FILLER                      PIC X(04).                   00003800
           05  WK-CENTALTA-009             PIC X(04).                   00003810
           05  WK-CUENTNU-009              PIC X(12).                   00003820
           05  FILLER                      PIC X(16).                   00003830
           05  WK-XPAN-009                 PIC X(22).                   00003840
           05  FILLER                      PIC X(176).                  00003850
           05  WK-NOMENRED-009             PIC X(26).                   00003860
           05  FILLER                      PIC X(63).                   00003870
           05  WK-CDOFIUMO-009             PIC X(04).                   00003880
           05  FILLER                      PIC X(320).                  00003890
                                                                        00003900
      ******************************************************************00003910
      *                 L I N E A S  D E  I N F O R M E                *00003920
      ******************************************************************00003930
       01  WK-LINEA-CABECERA.                                           00003940
           05  FILLER                      PIC X(44)   VALUE            00003950
               'MPCHMAN - MANIFIESTO DE ENTREGA EN OFICINA'.            00003960
           05  FILLER                      PIC X(10)   VALUE            00003970
                                   'ENTIDAD: '.                         00003980
           05  WC-CDGENTI                  PIC X(04).                   00003990
           05  FILLER                      PIC X(12)   VALUE            00004000
                                   '  OFICINA: '.                       00004010
           05  WC-OFICINA                  PIC X(04).                   00004020
           05  FILLER                      PIC X(19)   VALUE            00004030
                                   '  FECHA REMESA: '.                  00004040
           05  WC-FECREMESA                PIC X(10).                   00004050
           05  FILLER                      PIC X(29)   VALUE SPACES.    00004060
                                                                        00004070
       01  WK-LINEA-BOLSA.                                              00004080
           05  FILLER                      PIC X(09)   VALUE            00004090
                                   '  BOLSA: '.                         00004100
           05  WB-NUMBOLSA                 PIC ZZ9.                     00004110
           05  FILLER                      PIC X(20)   VALUE            00004120
                                   '  CODIGO DE BOLSA: '.               00004130
           05  WB-IDBOLSA                  PIC X(20).                   00004140
           05  FILLER                      PIC X(80)   VALUE SPACES.    00004150
                                                                        00004160
       01  WK-LINEA-TITULOS.                                            00004170
           05  FILLER                      PIC X(04)   VALUE SPACES.    00004180
           05  FILLER                      PIC X(24)   VALUE 'XPAN'.    00004190
           05  FILLER                      PIC X(28)   VALUE            00004200
                                   'NOMBRE DEL TITULAR'.                00004210
           05  FILLER                      PIC X(06)   VALUE 'CENT'.    00004220
           05  FILLER                      PIC X(70)   VALUE 'CUENTA'.  00004230
                                                                        00004240
       01  WK-LINEA-DETALLE.                                            00004250
           05  FILLER                      PIC X(04)   VALUE SPACES.    00004260
           05  WD-XPAN                     PIC X(22).                   00004270
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004280
           05  WD-NOMENRED                 PIC X(26).                   00004290
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004300
           05  WD-CENTALTA                 PIC X(04).                   00004310
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004320
           05  WD-CUENTNU                  PIC X(12).                   00004330
           05  FILLER                      PIC X(58)   VALUE SPACES.    00004340
                                                                        00004350
       01  WK-LINEA-TOTAL-BOLSA.                                        00004360
           05  FILLER                      PIC X(26)   VALUE            00004370
                                   '  TARJETAS EN LA BOLSA:'.           00004380
           05  WT-TARJETAS-BOLSA           PIC ZZZZ9.                   00004390
           05  FILLER                      PIC X(101)  VALUE SPACES.    00004400
                                                                        00004410
       01  WK-LINEA-TOTAL-OFICINA.                                      00004420
           05  FILLER                      PIC X(26)   VALUE            00004430
                                   'TOTAL OFICINA:    BOLSAS'.          00004440
           05  WT-BOLSAS-OFICINA           PIC ZZ9.                     00004450
           05  FILLER                      PIC X(12)   VALUE            00004460
                                   '  TARJETAS'.                        00004470
           05  WT-TARJETAS-OFICINA         PIC ZZZZ9.                   00004480
           05  FILLER                      PIC X(86)   VALUE SPACES.    00004490
                                                                        00004500
      *--  DCLGEN DE LA TABLA MPDT007 (MAESTRO DE CONTRATOS)            00004510
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00004520
                                                                        00004530
      *--  DCLGEN DE LA TABLA MANIF_BOLSA (BOLSAS DE ENTREGA)           00004540
           EXEC SQL INCLUDE D4467000 END-EXEC.                          00004550
                                                                        00004560
      * -- COPY DE COMUNICACION CON DB2.                                00004570
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004580
                                                                        00004582
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00004584
           COPY MPYAMSK.                                                00004586
                                                                        00004590
      ******************************************************************00004600
      *                       PROCEDURE DIVISION                       *00004610
      ******************************************************************00004620
       PROCEDURE DIVISION.                                              00004630
                                                                        00004640
           PERFORM 1000-INICIO                                          00004650
              THRU 1000-INICIO-EXIT                                     00004660
                                                                        00004670
           SORT MPCHMNW1                                                00004680
                ON ASCENDING KEY SR-CDGENTI                             00004690
                                 SR-OFICINA                             00004700
                                 SR-XPAN                                00004710
                INPUT PROCEDURE  IS 2000-CLASIFICAR                     00004720
                              THRU 2000-CLASIFICAR-EXIT                 00004730
                OUTPUT PROCEDURE IS 2500-EMITIR-MANIFIESTOS             00004740
                              THRU 2500-EMITIR-MANIFIESTOS-EXIT         00004750
                                                                        00004760
           IF  SORT-RETURN NOT = ZEROES                                 00004770
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004780
               MOVE CA-ERR-CLASIFICACION     TO WK-DESCRIPCION          00004790
               MOVE CA-PRF-SORT              TO WK-PARRAFO              00004800
               MOVE CA-MPCHMNW1              TO WK-DDNAME               00004810
                                                                        00004820
               PERFORM 9000-CANCELACION                                 00004830
                  THRU 9000-CANCELACION-EXIT                            00004840
                                                                        00004850
           END-IF                                                       00004860
                                                                        00004870
           PERFORM 3000-FIN                                             00004880
              THRU 3000-FIN-EXIT                                        00004890
                                                                        00004900
           .                                                            00004910
                                                                        00004920
      ******************************************************************00004930
      ***                   1000-INICIO                              ***00004940
      ***                   -----------                              ***00004950
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS Y SE   *00004960
      * ABREN LOS FICHEROS.                                            *00004970
      ******************************************************************00004980
       1000-INICIO.                                                     00004990
                                                                        00005000
           INITIALIZE CT-CONTADORES                                     00005010
                                                                        00005020
           SET NO-FIN-MPCHMNE1               TO TRUE                    00005030
           SET NO-FIN-MPCHMNW1               TO TRUE                    00005040
                                                                        00005050
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005060
                                                                        00005070
           PERFORM 1050-VALIDAR-PARAMETROS                              00005080
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00005090
                                                                        00005100
           PERFORM 1100-ABRIR-FICHEROS                                  00005110
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005120
                                                                        00005130
           .                                                            00005140
       1000-INICIO-EXIT.                                                00005150
           EXIT.                                                        00005160
                                                                        00005170
      ******************************************************************00005180
      ***                   1050-VALIDAR-PARAMETROS                  ***00005190
      ***                   -----------------------                  ***00005200
      * SE COMPRUEBA QUE LLEGA LA FECHA DE REMESA Y SE TOMA EL MAXIMO  *00005210
      * DE TARJETAS POR BOLSA DE SYSIN O EL DE DEFECTO.                *00005220
      ******************************************************************00005230
       1050-VALIDAR-PARAMETROS.                                         00005240
                                                                        00005250
           IF  WK-FECHA-REMESA = SPACES                                 00005260
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005270
               MOVE CA-ERR-FECHA-REMESA      TO WK-DESCRIPCION          00005280
               MOVE CA-PRF-1050              TO WK-PARRAFO              00005290
                                                                        00005300
               PERFORM 9000-CANCELACION                                 00005310
                  THRU 9000-CANCELACION-EXIT                            00005320
                                                                        00005330
           END-IF                                                       00005340
                                                                        00005350
           IF  WK-MAX-BOLSA-AN NUMERIC                                  00005360
           AND WK-MAX-BOLSA-AN > ZEROES                                 00005370
               MOVE WK-MAX-BOLSA-AN          TO WK-MAX-BOLSA            00005380
           ELSE                                                         00005390
               MOVE CN-MAX-BOLSA             TO WK-MAX-BOLSA            00005400
           END-IF                                                       00005410
                                                                        00005420
           MOVE WK-FECHA-REMESA(1:4)         TO WK-FC-ANO               00005430
           MOVE WK-FECHA-REMESA(6:2)         TO WK-FC-MES               00005440
           MOVE WK-FECHA-REMESA(9:2)         TO WK-FC-DIA               00005450
                                                                        00005460
           .                                                            00005470
       1050-VALIDAR-PARAMETROS-EXIT.                                    00005480
           EXIT.                                                        00005490
                                                                        00005500
      ******************************************************************00005510
      ***                   1100-ABRIR-FICHEROS                      ***00005520
      ***                   -------------------                      ***00005530
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00005540
      ******************************************************************00005550
       1100-ABRIR-FICHEROS.                                             00005560
                                                                        00005570
           OPEN INPUT  MPCHMNE1                                         00005580
                OUTPUT MPCHMNS1                                         00005590
                       MPCHMNS2                                         00005600
                                                                        00005610
           IF  FS-MPCHMNE1 NOT = CA-FS-OK                               00005620
               MOVE CA-MPCHMNE1              TO WK-DDNAME               00005630
               MOVE FS-MPCHMNE1              TO WK-FILE-STATUS          00005640
               GO TO 1100-ERROR-APERTURA                                00005650
           END-IF                                                       00005660
                                                                        00005670
           IF  FS-MPCHMNS1 NOT = CA-FS-OK                               00005680
               MOVE CA-MPCHMNS1              TO WK-DDNAME               00005690
               MOVE FS-MPCHMNS1              TO WK-FILE-STATUS          00005700
               GO TO 1100-ERROR-APERTURA                                00005710
           END-IF                                                       00005720
                                                                        00005730
           IF  FS-MPCHMNS2 NOT = CA-FS-OK                               00005740
               MOVE CA-MPCHMNS2              TO WK-DDNAME               00005750
               MOVE FS-MPCHMNS2              TO WK-FILE-STATUS          00005760
               GO TO 1100-ERROR-APERTURA                                00005770
           END-IF                                                       00005780
                                                                        00005790
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00005800
                                                                        00005810
           .                                                            00005820
       1100-ERROR-APERTURA.                                             00005830
                                                                        00005840
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00005850
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00005860
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00005870
                                                                        00005880
           PERFORM 9000-CANCELACION                                     00005890
              THRU 9000-CANCELACION-EXIT                                00005900
                                                                        00005910
           .                                                            00005920
       1100-ABRIR-FICHEROS-EXIT.                                        00005930
           EXIT.                                                        00005940
                                                                        00005950
      ******************************************************************00005960
      ***                   2000-CLASIFICAR                          ***00005970
      ***                   ---------------                          ***00005980
      * PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: SE LEE TODA LA   *00005990
      * REMESA Y SE ENTREGA CADA TARJETA CON SU OFICINA DE ENTREGA.    *00006000
      ******************************************************************00006010
       2000-CLASIFICAR.                                                 00006020
                                                                        00006030
           PERFORM 9100-LEER-MPCHMNE1                                   00006040
              THRU 9100-LEER-MPCHMNE1-EXIT                              00006050
                                                                        00006060
           PERFORM 2100-LIBERAR-TARJETA                                 00006070
              THRU 2100-LIBERAR-TARJETA-EXIT                            00006080
             UNTIL SI-FIN-MPCHMNE1                                      00006090
                                                                        00006100
           .                                                            00006110
       2000-CLASIFICAR-EXIT.                                            00006120
           EXIT.                                                        00006130
                                                                        00006140
      ******************************************************************00006150
      ***                   2100-LIBERAR-TARJETA                     ***00006160
      ***                   --------------------                     ***00006170
      * SE DETERMINA LA OFICINA DE ENTREGA DE LA TARJETA, SE ENTREGA   *00006180
      * A LA CLASIFICACION Y SE LEE LA SIGUIENTE.                      *00006190
      ******************************************************************00006200
       2100-LIBERAR-TARJETA.                                            00006210
                                                                        00006220
           MOVE SPACES                       TO REG-MPCHMNW1            00006230
           MOVE WK-CDGENTI-009               TO SR-CDGENTI              00006240
           MOVE WK-XPAN-009                  TO SR-XPAN                 00006250
           MOVE WK-CENTALTA-009              TO SR-CENTALTA             00006260
           MOVE WK-CUENTNU-009               TO SR-CUENTNU              00006270
           MOVE WK-NOMENRED-009              TO SR-NOMENRED             00006280
                                                                        00006290
           IF  WK-CDOFIUMO-009 NOT = SPACES                             00006300
           AND WK-CDOFIUMO-009 NOT = ZEROES                             00006310
               MOVE WK-CDOFIUMO-009          TO SR-OFICINA              00006320
               ADD CN-1                      TO CT-OFI-TARJETA          00006330
           ELSE                                                         00006340
               PERFORM 2150-OFICINA-GESTORA                             00006350
                  THRU 2150-OFICINA-GESTORA-EXIT                        00006360
           END-IF                                                       00006370
                                                                        00006380
           RELEASE REG-MPCHMNW1                                         00006390
                                                                        00006400
           PERFORM 9100-LEER-MPCHMNE1                                   00006410
              THRU 9100-LEER-MPCHMNE1-EXIT                              00006420
                                                                        00006430
           .                                                            00006440
       2100-LIBERAR-TARJETA-EXIT.                                       00006450
           EXIT.                                                        00006460
                                                                        00006470
      ******************************************************************00006480
      ***                   2150-OFICINA-GESTORA                     ***00006490
      ***                   --------------------                     ***00006500
      * SE CONSULTA EN MPDT007 LA OFICINA GESTORA DEL CONTRATO. SI EL  *00006510
      * CONTRATO NO EXISTE O NO TIENE OFICINA GESTORA SE ENTREGA EN EL *00006520
      * CENTRO DE ALTA DE LA TARJETA.                                  *00006530
      ******************************************************************00006540
       2150-OFICINA-GESTORA.                                            00006550
                                                                        00006560
           INITIALIZE DCLMPDT007                                        00006570
                                                                        00006580
           EXEC SQL                                                     00006590
                SELECT E1003_OFIGESTO                                   00006600
                  INTO :E1003-OFIGESTO                                  00006610
                  FROM MPDT007                                          00006620
                 WHERE E1003_CDGENTI  = :WK-CDGENTI-009                 00006630
                   AND E1003_CENTALTA = :WK-CENTALTA-009                00006640
                   AND E1003_CUENTNU  = :WK-CUENTNU-009                 00006650
           END-EXEC                                                     00006660
                                                                        00006670
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006680
                                                                        00006690
           EVALUATE  TRUE                                               00006700
               WHEN  DB2-OK                                             00006710
                     CONTINUE                                           00006720
                                                                        00006730
               WHEN  DB2-CLV-NOT-FOUND                                  00006740
                     MOVE SPACES             TO E1003-OFIGESTO          00006750
                                                                        00006760
               WHEN  OTHER                                              00006770
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006780
                     MOVE CA-ERR-CONTRATO    TO WK-DESCRIPCION          00006790
                     MOVE CA-PRF-2150        TO WK-PARRAFO              00006800
                     MOVE CA-MPDT007         TO WK-TABLA-DB2            00006810
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00006820
                                                                        00006830
                     PERFORM 9000-CANCELACION                           00006840
                        THRU 9000-CANCELACION-EXIT                      00006850
                                                                        00006860
           END-EVALUATE                                                 00006870
                                                                        00006880
           IF  E1003-OFIGESTO NOT = SPACES                              00006890
           AND E1003-OFIGESTO NOT = ZEROES                              00006900
               MOVE E1003-OFIGESTO           TO SR-OFICINA              00006910
               ADD CN-1                      TO CT-OFI-GESTORA          00006920
           ELSE                                                         00006930
               MOVE WK-CENTALTA-009          TO SR-OFICINA              00006940
               ADD CN-1                      TO CT-OFI-ALTA             00006950
           END-IF                                                       00006960
                                                                        00006970
           .                                                            00006980
       2150-OFICINA-GESTORA-EXIT.                                       00006990
           EXIT.                                                        00007000
                                                                        00007010
      ******************************************************************00007020
      ***                   2500-EMITIR-MANIFIESTOS                  ***00007030
      ***                   -----------------------                  ***00007040
      * PROCEDIMIENTO DE SALIDA DE LA CLASIFICACION: SE RECORREN LAS   *00007050
      * TARJETAS EN ORDEN DE ENTIDAD Y OFICINA Y SE EMITE EL           *00007060
      * MANIFIESTO DE CADA OFICINA.                                    *00007070
      ******************************************************************00007080
       2500-EMITIR-MANIFIESTOS.                                         00007090
                                                                        00007100
           PERFORM 9150-LEER-MPCHMNW1                                   00007110
              THRU 9150-LEER-MPCHMNW1-EXIT                              00007120
                                                                        00007130
           PERFORM 2600-TRATAR-OFICINA                                  00007140
              THRU 2600-TRATAR-OFICINA-EXIT                             00007150
             UNTIL SI-FIN-MPCHMNW1                                      00007160
                                                                        00007170
           .                                                            00007180
       2500-EMITIR-MANIFIESTOS-EXIT.                                    00007190
           EXIT.                                                        00007200
                                                                        00007210
      ******************************************************************00007220
      ***                   2600-TRATAR-OFICINA                      ***00007230
      ***                   -------------------                      ***00007240
      * SE EMITE EL MANIFIESTO DE UNA OFICINA: CABECERA, UNA O VARIAS  *00007250
      * BOLSAS CON SUS TARJETAS Y EL TOTAL DE LA OFICINA.              *00007260
      ******************************************************************00007270
       2600-TRATAR-OFICINA.                                             00007280
                                                                        00007290
           ADD CN-1                          TO CT-OFICINAS             00007300
                                                                        00007310
           MOVE SR-CDGENTI                   TO WK-CDGENTI-ACT          00007320
           MOVE SR-OFICINA                   TO WK-OFICINA-ACT          00007330
           MOVE ZEROES                       TO WK-NUM-BOLSA            00007340
                                                WK-TARJETAS-OFICINA     00007350
                                                                        00007360
           MOVE WK-CDGENTI-ACT               TO WC-CDGENTI              00007370
           MOVE WK-OFICINA-ACT               TO WC-OFICINA              00007380
           MOVE WK-FECHA-REMESA              TO WC-FECREMESA            00007390
                                                                        00007400
           MOVE WK-LINEA-CABECERA            TO REG-MPCHMNS1            00007410
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00007420
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00007430
                                                                        00007440
           PERFORM 2700-ABRIR-BOLSA                                     00007450
              THRU 2700-ABRIR-BOLSA-EXIT                                00007460
                                                                        00007470
           PERFORM 2650-TRATAR-TARJETA                                  00007480
              THRU 2650-TRATAR-TARJETA-EXIT                             00007490
             UNTIL SI-FIN-MPCHMNW1                                      00007500
                OR SR-CDGENTI NOT = WK-CDGENTI-ACT                      00007510
                OR SR-OFICINA NOT = WK-OFICINA-ACT                      00007520
                                                                        00007530
           PERFORM 2750-CERRAR-BOLSA                                    00007540
              THRU 2750-CERRAR-BOLSA-EXIT                               00007550
                                                                        00007560
           MOVE WK-NUM-BOLSA                 TO WT-BOLSAS-OFICINA       00007570
           MOVE WK-TARJETAS-OFICINA          TO WT-TARJETAS-OFICINA     00007580
                                                                        00007590
           MOVE WK-LINEA-TOTAL-OFICINA       TO REG-MPCHMNS1            00007600
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00007610
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00007620
                                                                        00007630
           MOVE SPACES                       TO REG-MPCHMNS1            00007640
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00007650
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00007660
                                                                        00007670
           .                                                            00007680
       2600-TRATAR-OFICINA-EXIT.                                        00007690
           EXIT.                                                        00007700
                                                                        00007710
      ******************************************************************00007720
      ***                   2650-TRATAR-TARJETA                      ***00007730
      ***                   -------------------                      ***00007740
      * SE ANOTA LA TARJETA EN LA BOLSA EN CURSO, ABRIENDO UNA NUEVA   *00007750
      * SI LA ACTUAL ESTA LLENA, Y SE LEE LA SIGUIENTE.                *00007760
      ******************************************************************00007770
       2650-TRATAR-TARJETA.                                             00007780
                                                                        00007790
           IF  WK-TARJETAS-BOLSA NOT < WK-MAX-BOLSA                     00007800
               PERFORM 2750-CERRAR-BOLSA                                00007810
                  THRU 2750-CERRAR-BOLSA-EXIT                           00007820
                                                                        00007830
               PERFORM 2700-ABRIR-BOLSA                                 00007840
                  THRU 2700-ABRIR-BOLSA-EXIT                            00007850
           END-IF                                                       00007860
                                                                        00007870
           PERFORM 2660-ENMASCARAR-XPAN                                 00007880
              THRU 2660-ENMASCARAR-XPAN-EXIT                            00007890
                                                                        00007900
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00007910
           MOVE SR-NOMENRED                  TO WD-NOMENRED             00007920
           MOVE SR-CENTALTA                  TO WD-CENTALTA             00007930
           MOVE SR-CUENTNU                   TO WD-CUENTNU              00007940
                                                                        00007950
           MOVE WK-LINEA-DETALLE             TO REG-MPCHMNS1            00007960
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00007970
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00007980
                                                                        00007990
           ADD CN-1                          TO WK-TARJETAS-BOLSA       00008000
                                                WK-TARJETAS-OFICINA     00008010
                                                CT-MANIFESTADAS         00008020
                                                                        00008030
           PERFORM 9150-LEER-MPCHMNW1                                   00008040
              THRU 9150-LEER-MPCHMNW1-EXIT                              00008050
                                                                        00008060
           .                                                            00008070
       2650-TRATAR-TARJETA-EXIT.                                        00008080
           EXIT.                                                        00008090
                                                                        00008100
      ******************************************************************00008110
      ***                   2660-ENMASCARAR-XPAN                     ***00008120
      ***                   --------------------                     ***00008130
      * SE ENMASCARA EL XPAN DE LA TARJETA SEGUN LA POLITICA DEL       *00008131
      * MANIFIESTO MPCHMNS1 (RUTINA MPBAMSK).                          *00008132
      ******************************************************************00008160
       2660-ENMASCARAR-XPAN.                                            00008170
                                                                        00008180
           INITIALIZE MPYAMSK                                           00008181
                                                                        00008200
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00008210
           MOVE CA-MPCHMNS1                  TO MPYAMSK-DDNAME-E        00008220
           MOVE SR-XPAN                      TO MPYAMSK-XPAN-E          00008230
                                                                        00008260
           CALL CA-MPBAMSK               USING MPYAMSK                  00008270
                                                                        00008280
           IF  MPYAMSK-RETORNO NOT = CA-00                              00008284
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008288
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00008292
               MOVE CA-PRF-2660              TO WK-PARRAFO              00008296
               MOVE CA-MPBAMSK               TO WK-RUTINA               00008300
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00008304
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00008308
                                                                        00008312
               PERFORM 9000-CANCELACION                                 00008316
                  THRU 9000-CANCELACION-EXIT                            00008320
                                                                        00008324
           END-IF                                                       00008330
                                                                        00008340
           .                                                            00008350
       2660-ENMASCARAR-XPAN-EXIT.                                       00008360
           EXIT.                                                        00008500
                                                                        00008510
      ******************************************************************00008520
      ***                   2700-ABRIR-BOLSA                         ***00008530
      ***                   ----------------                         ***00008540
      * SE ABRE UNA NUEVA BOLSA DE LA OFICINA: SE COMPONE SU CODIGO Y  *00008550
      * SE ESCRIBE SU CABECERA EN EL MANIFIESTO.                       *00008560
      ******************************************************************00008570
       2700-ABRIR-BOLSA.                                                00008580
                                                                        00008590
           ADD CN-1                          TO WK-NUM-BOLSA            00008600
           MOVE ZEROES                       TO WK-TARJETAS-BOLSA       00008610
                                                                        00008620
           MOVE CA-PREFIJO-BOLSA             TO WK-IB-PREFIJO           00008630
           MOVE WK-CDGENTI-ACT               TO WK-IB-CDGENTI           00008640
           MOVE WK-OFICINA-ACT               TO WK-IB-OFICINA           00008650
           MOVE WK-FECHA-COMPACTA            TO WK-IB-FECHA             00008660
           MOVE WK-NUM-BOLSA                 TO WK-IB-NUMBOLSA          00008670
                                                                        00008680
           MOVE WK-NUM-BOLSA                 TO WB-NUMBOLSA             00008690
           MOVE WK-IDBOLSA                   TO WB-IDBOLSA              00008700
                                                                        00008710
           MOVE WK-LINEA-BOLSA               TO REG-MPCHMNS1            00008720
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00008730
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00008740
                                                                        00008750
           MOVE WK-LINEA-TITULOS             TO REG-MPCHMNS1            00008760
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00008770
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00008780
                                                                        00008790
           .                                                            00008800
       2700-ABRIR-BOLSA-EXIT.                                           00008810
           EXIT.                                                        00008820
                                                                        00008830
      ******************************************************************00008840
      ***                   2750-CERRAR-BOLSA                        ***00008850
      ***                   -----------------                        ***00008860
      * SE CIERRA LA BOLSA EN CURSO: TOTAL EN EL MANIFIESTO, ALTA EN   *00008870
      * MANIF_BOLSA PENDIENTE DE CONFIRMAR Y REGISTRO DE ETIQUETA.     *00008880
      ******************************************************************00008890
       2750-CERRAR-BOLSA.                                               00008900
                                                                        00008910
           ADD CN-1                          TO CT-BOLSAS               00008920
                                                                        00008930
           MOVE WK-TARJETAS-BOLSA            TO WT-TARJETAS-BOLSA       00008940
                                                                        00008950
           MOVE WK-LINEA-TOTAL-BOLSA         TO REG-MPCHMNS1            00008960
           PERFORM 9200-ESCRIBIR-MANIFIESTO                             00008970
              THRU 9200-ESCRIBIR-MANIFIESTO-EXIT                        00008980
                                                                        00008990
           MOVE WK-IDBOLSA                   TO G3219-IDBOLSA           00009000
           MOVE WK-CDGENTI-ACT               TO G3219-CDGENTI           00009010
           MOVE WK-OFICINA-ACT               TO G3219-CDOFICINA         00009020
           MOVE WK-FECHA-REMESA              TO G3219-FECREMESA         00009030
           MOVE WK-NUM-BOLSA                 TO G3219-NUMBOLSA          00009040
           MOVE WK-TARJETAS-BOLSA            TO G3219-NUMTARJETAS       00009050
           MOVE CA-BOLSA-PENDIENTE           TO G3219-INDESTADO         00009060
           MOVE CA-FECHA-ABIERTA             TO G3219-FECCONFIR         00009070
           MOVE SPACES                       TO G3219-USUCONFIR         00009080
                                                                        00009090
           EXEC SQL                                                     00009100
                INSERT INTO MANIF_BOLSA                                 00009110
                      ( G3219_IDBOLSA, G3219_CDGENTI,                   00009120
                        G3219_CDOFICINA, G3219_FECREMESA,               00009130
                        G3219_NUMBOLSA, G3219_NUMTARJETAS,              00009140
                        G3219_INDESTADO, G3219_FECCONFIR,               00009150
                        G3219_USUCONFIR, G3219_USUAUDIT,                00009160
                        G3219_CONTCUR )                                 00009170
                VALUES                                                  00009180
                      ( :G3219-IDBOLSA, :G3219-CDGENTI,                 00009190
                        :G3219-CDOFICINA, :G3219-FECREMESA,             00009200
                        :G3219-NUMBOLSA, :G3219-NUMTARJETAS,            00009210
                        :G3219-INDESTADO, :G3219-FECCONFIR,             00009220
                        :G3219-USUCONFIR, :WK-USUAUDIT,                 00009230
                        CURRENT TIMESTAMP )                             00009240
           END-EXEC                                                     00009250
                                                                        00009260
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009270
                                                                        00009280
           EVALUATE  TRUE                                               00009290
               WHEN  DB2-OK                                             00009300
                     CONTINUE                                           00009310
                                                                        00009320
               WHEN  DB2-CLAVE-DUPLICADA                                00009330
                     MOVE CA-ERROR-F         TO WK-TIPO-ERROR           00009340
                     MOVE CA-ERR-BOLSA-EXISTE                           00009350
                                             TO WK-DESCRIPCION          00009360
                     MOVE CA-PRF-2750        TO WK-PARRAFO              00009370
                     MOVE WK-IDBOLSA         TO WK-DATOS-REGISTRO       00009380
                                                                        00009390
                     PERFORM 9000-CANCELACION                           00009400
                        THRU 9000-CANCELACION-EXIT                      00009410
                                                                        00009420
               WHEN  OTHER                                              00009430
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00009440
                     MOVE CA-ERR-BOLSA       TO WK-DESCRIPCION          00009450
                     MOVE CA-PRF-2750        TO WK-PARRAFO              00009460
                     MOVE CA-MANIF-BOLSA     TO WK-TABLA-DB2            00009470
                     MOVE CA-INSERT          TO WK-DATOS-ACCESO         00009480
                                                                        00009490
                     PERFORM 9000-CANCELACION                           00009500
                        THRU 9000-CANCELACION-EXIT                      00009510
                                                                        00009520
           END-EVALUATE                                                 00009530
                                                                        00009540
           MOVE SPACES                       TO REG-MPCHMNS2            00009550
           MOVE WK-IDBOLSA                   TO LB-IDBOLSA              00009560
           MOVE WK-CDGENTI-ACT               TO LB-CDGENTI              00009570
           MOVE WK-OFICINA-ACT               TO LB-OFICINA              00009580
           MOVE WK-FECHA-REMESA              TO LB-FECREMESA            00009590
           MOVE WK-NUM-BOLSA                 TO LB-NUMBOLSA             00009600
           MOVE WK-TARJETAS-BOLSA            TO LB-NUMTARJETAS          00009610
                                                                        00009620
           WRITE REG-MPCHMNS2                                           00009630
                                                                        00009640
           IF  FS-MPCHMNS2 NOT = CA-FS-OK                               00009650
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009660
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00009670
               MOVE CA-PRF-2750              TO WK-PARRAFO              00009680
               MOVE CA-MPCHMNS2              TO WK-DDNAME               00009690
               MOVE FS-MPCHMNS2              TO WK-FILE-STATUS          00009700
               MOVE REG-MPCHMNS2             TO WK-DATOS-REGISTRO       00009710
                                                                        00009720
               PERFORM 9000-CANCELACION                                 00009730
                  THRU 9000-CANCELACION-EXIT                            00009740
                                                                        00009750
           END-IF                                                       00009760
                                                                        00009770
           .                                                            00009780
       2750-CERRAR-BOLSA-EXIT.                                          00009790
           EXIT.                                                        00009800
                                                                        00009810
      ******************************************************************00009820
      ***                   3000-FIN                                 ***00009830
      ***                   --------                                 ***00009840
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS DE LA   *00009850
      * EJECUCION.                                                     *00009860
      ******************************************************************00009870
       3000-FIN.                                                        00009880
                                                                        00009890
           PERFORM 3100-CERRAR-FICHEROS                                 00009900
              THRU 3100-CERRAR-FICHEROS-EXIT                            00009910
                                                                        00009920
           PERFORM 3200-ESTADISTICAS                                    00009930
              THRU 3200-ESTADISTICAS-EXIT                               00009940
                                                                        00009950
           STOP RUN                                                     00009960
                                                                        00009970
           .                                                            00009980
       3000-FIN-EXIT.                                                   00009990
           EXIT.                                                        00010000
                                                                        00010010
      ******************************************************************00010020
      ***                   3100-CERRAR-FICHEROS                     ***00010030
      ***                   ---------------------                    ***00010040
      * SE CIERRAN LOS FICHEROS.                                       *00010050
      ******************************************************************00010060
       3100-CERRAR-FICHEROS.                                            00010070
                                                                        00010080
           CLOSE MPCHMNE1                                               00010090
                 MPCHMNS1                                               00010100
                 MPCHMNS2                                               00010110
                                                                        00010120
           IF  FS-MPCHMNS1 NOT = CA-FS-OK                               00010130
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010140
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00010150
               MOVE CA-PRF-3100              TO WK-PARRAFO              00010160
               MOVE CA-MPCHMNS1              TO WK-DDNAME               00010170
               MOVE FS-MPCHMNS1              TO WK-FILE-STATUS          00010180
                                                                        00010190
               PERFORM 9000-CANCELACION                                 00010200
                  THRU 9000-CANCELACION-EXIT                            00010210
                                                                        00010220
           END-IF                                                       00010230
                                                                        00010240
           IF  FS-MPCHMNS2 NOT = CA-FS-OK                               00010250
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010260
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00010270
               MOVE CA-PRF-3100              TO WK-PARRAFO              00010280
               MOVE CA-MPCHMNS2              TO WK-DDNAME               00010290
               MOVE FS-MPCHMNS2              TO WK-FILE-STATUS          00010300
                                                                        00010310
               PERFORM 9000-CANCELACION                                 00010320
                  THRU 9000-CANCELACION-EXIT                            00010330
                                                                        00010340
           END-IF                                                       00010350
                                                                        00010360
           .                                                            00010370
       3100-CERRAR-FICHEROS-EXIT.                                       00010380
           EXIT.                                                        00010390
                                                                        00010400
      ******************************************************************00010410
      ***                   3200-ESTADISTICAS                        ***00010420
      ***                   -----------------                        ***00010430
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00010440
      ******************************************************************00010450
       3200-ESTADISTICAS.                                               00010460
                                                                        00010470
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00010480
           MOVE CT-OFI-TARJETA                TO WK-OFI-TARJETA-ED      00010490
           MOVE CT-OFI-GESTORA                TO WK-OFI-GESTORA-ED      00010500
           MOVE CT-OFI-ALTA                   TO WK-OFI-ALTA-ED         00010510
           MOVE CT-OFICINAS                   TO WK-OFICINAS-ED         00010520
           MOVE CT-BOLSAS                     TO WK-BOLSAS-ED           00010530
           MOVE CT-MANIFESTADAS               TO WK-MANIFESTADAS-ED     00010540
                                                                        00010550
           DISPLAY WK-CAB-1                                             00010560
           DISPLAY WK-CAB-2                                             00010570
           DISPLAY WK-CAB-1                                             00010580
           DISPLAY WK-CAB-3                                             00010590
           DISPLAY WK-CAB-4                                             00010600
           DISPLAY WK-CAB-5                                             00010610
           DISPLAY WK-CAB-6                                             00010620
           DISPLAY WK-CAB-7                                             00010630
           DISPLAY WK-CAB-8                                             00010640
           DISPLAY WK-CAB-9                                             00010650
           DISPLAY WK-CAB-1                                             00010660
                                                                        00010670
           .                                                            00010680
       3200-ESTADISTICAS-EXIT.                                          00010690
           EXIT.                                                        00010700
                                                                        00010710
      ******************************************************************00010720
      ***                   9100-LEER-MPCHMNE1                       ***00010730
      ***                   ------------------                       ***00010740
      * SE LEE LA SIGUIENTE TARJETA DE LA REMESA.                      *00010750
      ******************************************************************00010760
       9100-LEER-MPCHMNE1.                                              00010770
                                                                        00010780
           READ MPCHMNE1                     INTO WK-REGISTRO           00010790
           AT END                                                       00010800
                SET SI-FIN-MPCHMNE1          TO TRUE                    00010810
           END-READ                                                     00010820
                                                                        00010830
           IF  FS-MPCHMNE1 NOT = CA-FS-OK AND CA-FS-EOF                 00010840
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010850
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00010860
               MOVE CA-PRF-9100              TO WK-PARRAFO              00010870
               MOVE CA-MPCHMNE1              TO WK-DDNAME               00010880
               MOVE FS-MPCHMNE1              TO WK-FILE-STATUS          00010890
                                                                        00010900
               PERFORM 9000-CANCELACION                                 00010910
                  THRU 9000-CANCELACION-EXIT                            00010920
                                                                        00010930
           END-IF                                                       00010940
                                                                        00010950
           IF  NO-FIN-MPCHMNE1                                          00010960
               ADD CN-1                      TO CT-LEIDAS               00010970
           END-IF                                                       00010980
                                                                        00010990
           .                                                            00011000
       9100-LEER-MPCHMNE1-EXIT.                                         00011010
           EXIT.                                                        00011020
                                                                        00011030
      ******************************************************************00011040
      ***                   9150-LEER-MPCHMNW1                       ***00011050
      ***                   ------------------                       ***00011060
      * SE RECUPERA LA SIGUIENTE TARJETA CLASIFICADA.                  *00011070
      ******************************************************************00011080
       9150-LEER-MPCHMNW1.                                              00011090
                                                                        00011100
           RETURN MPCHMNW1                                              00011110
           AT END                                                       00011120
                SET SI-FIN-MPCHMNW1          TO TRUE                    00011130
           END-RETURN                                                   00011140
                                                                        00011150
           .                                                            00011160
       9150-LEER-MPCHMNW1-EXIT.                                         00011170
           EXIT.                                                        00011180
                                                                        00011190
      ******************************************************************00011200
      ***                   9200-ESCRIBIR-MANIFIESTO                 ***00011210
      ***                   ------------------------                 ***00011220
      * SE ESCRIBE UNA LINEA DEL MANIFIESTO.                           *00011230
      ******************************************************************00011240
       9200-ESCRIBIR-MANIFIESTO.                                        00011250
                                                                        00011260
           WRITE REG-MPCHMNS1                                           00011270
                                                                        00011280
           IF  FS-MPCHMNS1 NOT = CA-FS-OK                               00011290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011300
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011310
               MOVE CA-PRF-9200              TO WK-PARRAFO              00011320
               MOVE CA-MPCHMNS1              TO WK-DDNAME               00011330
               MOVE FS-MPCHMNS1              TO WK-FILE-STATUS          00011340
               MOVE REG-MPCHMNS1             TO WK-DATOS-REGISTRO       00011350
                                                                        00011360
               PERFORM 9000-CANCELACION                                 00011370
                  THRU 9000-CANCELACION-EXIT                            00011380
                                                                        00011390
           END-IF                                                       00011400
                                                                        00011410
           .                                                            00011420
       9200-ESCRIBIR-MANIFIESTO-EXIT.                                   00011430
           EXIT.                                                        00011440
                                                                        00011450
      ******************************************************************00011460
      ***                   9000-CANCELACION                         ***00011470
      ***                   ----------------                         ***00011480
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00011490
      ******************************************************************00011500
       9000-CANCELACION.                                                00011510
                                                                        00011520
           MOVE CA-RESP                       TO WK-RESPONSABLE         00011530
                                                                        00011540
           EVALUATE  TRUE                                               00011550
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00011560
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011570
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011580
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00011590
                         RESPONSABLE('WK-RESPONSABLE')                  00011600
                         DESCRIPCION('WK-DESCRIPCION')                  00011610
                         PROGRAMA('WK-PROGRAMA')                        00011620
                         PARRAFO('WK-PARRAFO')                          00011630
                         SQLCA('SQLCA')                                 00011640
                         TABLA_DB2('WK-TABLA-DB2')                      00011650
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00011660
                     END-FUN                                            00011670
                                                                        00011680
               WHEN  OTHER                                              00011690
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011700
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011710
                         RESPONSABLE('WK-RESPONSABLE')                  00011720
                         DESCRIPCION('WK-DESCRIPCION')                  00011730
                         PROGRAMA('WK-PROGRAMA')                        00011740
                         PARRAFO('WK-PARRAFO')                          00011750
                         DDNAME('WK-DDNAME')                            00011760
                         FILE_STATUS('WK-FILE-STATUS')                  00011770
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00011780
                     END-FUN                                            00011790
                                                                        00011800
           END-EVALUATE                                                 00011810
                                                                        00011820
           .                                                            00011830
       9000-CANCELACION-EXIT.                                           00011840
           EXIT.                                                        00011850
