      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHCON.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: CONCILIACION SEMANAL DEL CENSO DE TARJETAS       *00000110
      *               (FORMATO MPCHSEE1) CONTRA EL MAESTRO DE          *00000120
      *               CONTRATOS MPDT007. CRUZA EL CENSO POR            *00000130
      *               WK-CDGENTI-009/WK-CENTALTA-009/WK-CUENTNU-009    *00000140
      *               CON LOS CONTRATOS VIVOS Y LISTA:                 *00000150
      *                - TARJETAS ACTIVAS DE CONTRATOS DE BAJA.        *00000160
      *                - TARJETAS DE CONTRATOS INEXISTENTES.           *00000170
      *                - CONTRATOS VIVOS SIN NINGUNA TARJETA ACTIVA.   *00000180
      *                - TARJETAS CUYO TIPO (WK-INDTIPT-009) O         *00000190
      *                  PROMOCION (WK-CDGPROMO-009) NO CORRESPONDEN   *00000200
      *                  AL PRODUCTO (E1003-CDGPRODU) Y CAMPANA        *00000210
      *                  (E1003-CODGCAMP) DEL CONTRATO, SEGUN LA TABLA *00000220
      *                  DE CORRESPONDENCIAS MPCHCOE2.                 *00000230
      *               AL FINAL DEL LISTADO SE DAN LOS CONTADORES DE    *00000240
      *               CADA INCIDENCIA POR ENTIDAD.                     *00000250
      *                                                                *00000260
      *               EL CENSO DEBE LLEGAR CLASIFICADO POR ENTIDAD,    *00000270
      *               CENTRO Y CUENTA (WK-CDGENTI-009, WK-CENTALTA-009,*00000280
      *               WK-CUENTNU-009).                                 *00000290
      *-                                                              -*00000300
      *  FICHEROS DE ENTRADA:                                          *00000310
      *        MPCHCOE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000320
      *        MPCHCOE2 : CORRESPONDENCIAS PRODUCTO/CAMPANA CON TIPO   *00000330
      *                   DE TARJETA Y PROMOCION ADMITIDOS. CAMPANA A  *00000340
      *                   BLANCOS, TIPO A CEROS O PROMOCION A BLANCOS  *00000350
      *                   ADMITEN CUALQUIER VALOR. LOS PRODUCTOS SIN   *00000360
      *                   CORRESPONDENCIA NO SE COMPRUEBAN.            *00000370
      *-                                                              -*00000380
      *  FICHEROS DE SALIDA:                                           *00000390
      *        MPCHCOS1 : LISTADO DE INCIDENCIAS Y RESUMEN POR         *00000400
      *                   ENTIDAD.                                     *00000410
      *-                                                              -*00000420
      *  TABLAS DB2:                                                   *00000430
      *        MPDT007  : MAESTRO DE CONTRATOS (CONSULTA).             *00000440
      *-                                                              -*00000450
      *  CODIGOS DE RETORNO:                                           *00000460
      *        0 : CENSO CONCILIADO SIN INCIDENCIAS.                   *00000470
      *        4 : SE HA LISTADO ALGUNA INCIDENCIA.                    *00000480
      *-                                                              -*00000490
      *  RUTINAS Y MODULOS:                                            *00000500
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000510
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000520
      *-                                                              -*00000530
      ******************************************************************00000540
      *                  M O D I F I C A C I O N E S                   *00000550
      *                  ---------------------------                   *00000560
      *                                                                *00000570
      * USUARIO  FECHA        DESCRIPCION                              *00000580
      * -------- ----------   ---------------------------------------- *00000590
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. CONCILIACION DEL *00000600
      *                        CENSO DE TARJETAS CON MPDT007.          *00000610
      *                                                                *00000620
      ******************************************************************00000630
                                                                        00000640
      ******************************************************************00000650
      * IDENTIFICATION DIVISION                                        *00000660
      ******************************************************************00000670
       IDENTIFICATION DIVISION.                                         00000680
       PROGRAM-ID.    MPCHCON.                                          00000690
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
      * -- CENSO DE TARJETAS.                                           00000950
           SELECT MPCHCOE1 ASSIGN MPCHCOE1                              00000960
                  ACCESS MODE IS SEQUENTIAL                             00000970
                  FILE STATUS IS FS-MPCHCOE1.                           00000980
                                                                        00000990
      * -- CORRESPONDENCIAS PRODUCTO/CAMPANA Y TARJETA.                 00001000
           SELECT MPCHCOE2 ASSIGN MPCHCOE2                              00001010
                  ACCESS MODE IS SEQUENTIAL                             00001020
                  FILE STATUS IS FS-MPCHCOE2.                           00001030
                                                                        00001040
      * -- LISTADO DE INCIDENCIAS DE LA CONCILIACION.                   00001050
           SELECT MPCHCOS1 ASSIGN MPCHCOS1                              00001060
                  ACCESS MODE IS SEQUENTIAL                             00001070
                  FILE STATUS IS FS-MPCHCOS1.                           00001080
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
       FD  MPCHCOE1                                                     00001200
           BLOCK CONTAINS 0 RECORDS                                     00001210
           RECORDING MODE IS F                                          00001220
           LABEL RECORD ARE STANDARD                                    00001230
           RECORD CONTAINS 651 CHARACTERS                               00001240
           DATA RECORD IS REG-MPCHCOE1.                                 00001250
       01  REG-MPCHCOE1                    PIC X(651).                  00001260
                                                                        00001270
       FD  MPCHCOE2                                                     00001280
           BLOCK CONTAINS 0 RECORDS                                     00001290
           RECORDING MODE IS F                                          00001300
           LABEL RECORD ARE STANDARD                                    00001310
           RECORD CONTAINS 80 CHARACTERS                                00001320
           DATA RECORD IS REG-MPCHCOE2.                                 00001330
       01  REG-MPCHCOE2.                                                00001340
           05  RL-CDGPRODU                 PIC X(03).                   00001350
           05  RL-CODGCAMP                 PIC X(06).                   00001360
           05  RL-INDTIPT                  PIC 9(02).                   00001370
           05  RL-CDGPROMO                 PIC X(03).                   00001380
           05  FILLER                      PIC X(66).                   00001390
                                                                        00001400
       FD  MPCHCOS1                                                     00001410
           BLOCK CONTAINS 0 RECORDS                                     00001420
           RECORDING MODE IS F                                          00001430
           LABEL RECORD ARE STANDARD                                    00001440
           RECORD CONTAINS 132 CHARACTERS                               00001450
           DATA RECORD IS REG-MPCHCOS1.                                 00001460
       01  REG-MPCHCOS1                    PIC X(132).                  00001470
                                                                        00001480
      *----------------------------------------------------------------*00001490
      * WORKING-STORAGE SECTION                                        *00001500
      *----------------------------------------------------------------*00001510
       WORKING-STORAGE SECTION.                                         00001520
                                                                        00001530
      ******************************************************************00001540
      *                        S W I T C H E S                         *00001550
      ******************************************************************00001560
       01  SW-SWITCHES.                                                 00001570
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001580
               88  DB2-OK                              VALUE 0.         00001590
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001600
           05  SW-FIN-MPCHCOE1             PIC X(01)   VALUE 'N'.       00001610
               88  SI-FIN-MPCHCOE1                     VALUE 'S'.       00001620
               88  NO-FIN-MPCHCOE1                     VALUE 'N'.       00001630
           05  SW-FIN-MPCHCOE2             PIC X(01)   VALUE 'N'.       00001640
               88  SI-FIN-MPCHCOE2                     VALUE 'S'.       00001650
               88  NO-FIN-MPCHCOE2                     VALUE 'N'.       00001660
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001670
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001680
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001690
           05  SW-TARJETA-ACTIVA           PIC X(01)   VALUE 'N'.       00001700
               88  SI-TARJETA-ACTIVA                   VALUE 'S'.       00001710
               88  NO-TARJETA-ACTIVA                   VALUE 'N'.       00001720
           05  SW-CONTRATO-CON-ACTIVA      PIC X(01)   VALUE 'N'.       00001730
               88  SI-CONTRATO-CON-ACTIVA              VALUE 'S'.       00001740
               88  NO-CONTRATO-CON-ACTIVA              VALUE 'N'.       00001750
           05  SW-CONTRATO-NO-VIVO         PIC X(01)   VALUE SPACES.    00001760
               88  CONTRATO-DE-BAJA                    VALUE 'B'.       00001770
               88  CONTRATO-INEXISTENTE                VALUE 'N'.       00001780
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00001790
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00001800
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00001810
           05  SW-REGLA-PRODUCTO           PIC X(01)   VALUE 'N'.       00001820
               88  SI-REGLA-PRODUCTO                   VALUE 'S'.       00001830
               88  NO-REGLA-PRODUCTO                   VALUE 'N'.       00001840
           05  SW-TIPO-VALIDO              PIC X(01)   VALUE 'N'.       00001850
               88  SI-TIPO-VALIDO                      VALUE 'S'.       00001860
               88  NO-TIPO-VALIDO                      VALUE 'N'.       00001870
           05  SW-PROMO-VALIDA             PIC X(01)   VALUE 'N'.       00001880
               88  SI-PROMO-VALIDA                     VALUE 'S'.       00001890
               88  NO-PROMO-VALIDA                     VALUE 'N'.       00001900
                                                                        00001910
      ******************************************************************00001920
      *                      C O N S T A N T E S                       *00001930
      ******************************************************************00001940
       01  CT-CONSTANTES.                                               00001950
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001960
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001970
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001980
               10  CA-MPCHCON              PIC X(08)   VALUE 'MPCHCON'. 00001990
               10  CA-RESP                 PIC X(14)   VALUE            00002000
                                   'MEDIOS DE PAGO'.                    00002010
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002020
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002030
               10  CA-MPCHCOE1             PIC X(08)   VALUE 'MPCHCOE1'.00002040
               10  CA-MPCHCOE2             PIC X(08)   VALUE 'MPCHCOE2'.00002050
               10  CA-MPCHCOS1             PIC X(08)   VALUE 'MPCHCOS1'.00002060
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00002070
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002080
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002090
                                   '0001-01-01'.                        00002100
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE            00002110
                                   '9999-12-31'.                        00002120
               10  CA-TOTAL                PIC X(04)   VALUE 'TOT.'.    00002130
               10  CA-INC-BAJA             PIC X(02)   VALUE 'BJ'.      00002140
               10  CA-INC-INEXISTENTE      PIC X(02)   VALUE 'NE'.      00002150
               10  CA-INC-SIN-TARJETA      PIC X(02)   VALUE 'ST'.      00002160
               10  CA-INC-TIPO             PIC X(02)   VALUE 'TP'.      00002170
               10  CA-INC-PROMOCION        PIC X(02)   VALUE 'PC'.      00002180
               10  CA-DES-BAJA             PIC X(34)   VALUE            00002190
                         'TARJETA ACTIVA EN CONTRATO DE BAJA'.          00002200
               10  CA-DES-INEXISTENTE      PIC X(35)   VALUE            00002210
                         'TARJETA DE CONTRATO NO EXISTENTE   '.         00002220
               10  CA-DES-SIN-TARJETA      PIC X(34)   VALUE            00002230
                         'CONTRATO VIVO SIN TARJETA ACTIVA  '.          00002240
               10  CA-DES-TIPO             PIC X(39)   VALUE            00002250
                         'TIPO DE TARJETA NO ADMITIDO EN PRODUCTO'.     00002260
               10  CA-DES-PROMOCION        PIC X(39)   VALUE            00002270
                         'PROMOCION NO ADMITIDA EN PRODUCTO/CAMP.'.     00002280
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002290
                                   'ERROR AL ABRIR UN FICHERO'.         00002300
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002310
                                   'ERROR AL CERRAR UN FICHERO'.        00002320
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002330
                                   'ERROR AL LEER UN FICHERO'.          00002340
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002350
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002360
               10  CA-ERR-SECUENCIA        PIC X(38)   VALUE            00002370
                         'CENSO NO CLASIFICADO POR CONTRATO     '.      00002380
               10  CA-ERR-TABLA-REGLAS     PIC X(37)   VALUE            00002390
                         'TABLA DE CORRESPONDENCIAS DESBORDADA '.       00002400
               10  CA-ERR-TABLA-ENTIDADES  PIC X(37)   VALUE            00002410
                         'TABLA INTERNA DE ENTIDADES DESBORDADA'.       00002420
               10  CA-ERR-CURSOR           PIC X(37)   VALUE            00002430
                         'ERROR EN ACCESO AL CURSOR C-CONTRATOS'.       00002440
               10  CA-ERR-CONTRATO         PIC X(37)   VALUE            00002450
                         'ERROR AL CONSULTAR EL CONTRATO       '.       00002460
               10  CA-PRF-1100             PIC X(19)   VALUE            00002470
                                   '1100-ABRIR-FICHEROS'.               00002480
               10  CA-PRF-1150             PIC X(19)   VALUE            00002490
                                   '1155-ACUMULAR-REGLA'.               00002500
               10  CA-PRF-1200             PIC X(17)   VALUE            00002510
                                   '1200-ABRIR-CURSOR'.                 00002520
               10  CA-PRF-2150             PIC X(22)   VALUE            00002530
                                   '2150-LOCALIZAR-ENTIDAD'.            00002540
               10  CA-PRF-2200             PIC X(24)   VALUE            00002550
                                   '2200-CONSULTAR-CONTRATO'.           00002560
               10  CA-PRF-2500             PIC X(24)   VALUE            00002570
                                   '2500-ESCRIBIR-INCIDENCIA'.          00002580
               10  CA-PRF-3100             PIC X(20)   VALUE            00002590
                                   '3100-CERRAR-FICHEROS'.              00002600
               10  CA-PRF-3150             PIC X(20)   VALUE            00002610
                                   '3150-EMITIR-RESUMEN'.               00002620
               10  CA-PRF-9100             PIC X(18)   VALUE            00002630
                                   '9100-LEER-MPCHCOE1'.                00002640
               10  CA-PRF-9150             PIC X(18)   VALUE            00002650
                                   '9150-LEER-MPCHCOE2'.                00002660
               10  CA-PRF-9200             PIC X(16)   VALUE            00002670
                                   '9200-LEER-CURSOR'.                  00002680
                                                                        00002690
           05  CN-CONSTANTES-NUMERICAS.                                 00002700
               10  CN-1                    PIC 9(01)   VALUE 1.         00002710
               10  CN-4                    PIC 9(01)   VALUE 4.         00002720
               10  CN-MAX-REGLAS           PIC 9(03)   VALUE 500.       00002730
               10  CN-MAX-ENTIDADES        PIC 9(03)   VALUE 200.       00002740
                                                                        00002750
      ******************************************************************00002760
      *                    C O N T A D O R E S                         *00002770
      ******************************************************************00002780
       01  CT-CONTADORES.                                               00002790
           05  CT-TARJETAS                 PIC 9(9)    VALUE ZEROES.    00002800
           05  CT-CONTRATOS-VIVOS          PIC 9(9)    VALUE ZEROES.    00002810
           05  CT-REGLAS                   PIC 9(9)    VALUE ZEROES.    00002820
           05  CT-SIN-REGLA                PIC 9(9)    VALUE ZEROES.    00002830
           05  CT-INC-BAJA                 PIC 9(9)    VALUE ZEROES.    00002840
           05  CT-INC-INEXISTENTE          PIC 9(9)    VALUE ZEROES.    00002850
           05  CT-INC-SIN-TARJETA          PIC 9(9)    VALUE ZEROES.    00002860
           05  CT-INC-TIPO                 PIC 9(9)    VALUE ZEROES.    00002870
           05  CT-INC-PROMOCION            PIC 9(9)    VALUE ZEROES.    00002880
           05  CT-INCIDENCIAS              PIC 9(9)    VALUE ZEROES.    00002890
                                                                        00002900
      ******************************************************************00002910
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002920
      ******************************************************************00002930
       01  WK-ESTADISTICA.                                              00002940
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002950
           05  WK-CAB-2                    PIC X(55)   VALUE            00002960
                   '* ESTADISTICAS DE MPCHCON                   *'.     00002970
           05  WK-CAB-3.                                                00002980
               10  FILLER                  PIC X(45)   VALUE            00002990
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00003000
               10  WK-TARJETAS-ED          PIC ZZZZZZZZ9.               00003010
               10  FILLER                  PIC X(01)   VALUE '*'.       00003020
           05  WK-CAB-4.                                                00003030
               10  FILLER                  PIC X(45)   VALUE            00003040
                   '* CONTRATOS VIVOS DE MPDT007 LEIDOS:       '.       00003050
               10  WK-VIVOS-ED             PIC ZZZZZZZZ9.               00003060
               10  FILLER                  PIC X(01)   VALUE '*'.       00003070
           05  WK-CAB-5.                                                00003080
               10  FILLER                  PIC X(45)   VALUE            00003090
                   '* CORRESPONDENCIAS DE PRODUCTO CARGADAS:   '.       00003100
               10  WK-REGLAS-ED            PIC ZZZZZZZZ9.               00003110
               10  FILLER                  PIC X(01)   VALUE '*'.       00003120
           05  WK-CAB-6.                                                00003130
               10  FILLER                  PIC X(45)   VALUE            00003140
                   '* TARJETAS DE PRODUCTO SIN CORRESPONDENCIA:'.       00003150
               10  WK-SIN-REGLA-ED         PIC ZZZZZZZZ9.               00003160
               10  FILLER                  PIC X(01)   VALUE '*'.       00003170
           05  WK-CAB-7.                                                00003180
               10  FILLER                  PIC X(45)   VALUE            00003190
                   '* INCIDENCIAS LISTADAS:                    '.       00003200
               10  WK-INCIDENCIAS-ED       PIC ZZZZZZZZ9.               00003210
               10  FILLER                  PIC X(01)   VALUE '*'.       00003220
                                                                        00003230
      ******************************************************************00003240
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003250
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003260
      ******************************************************************00003270
       01  WK-CANCELACION-BATCH.                                        00003280
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003290
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003300
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003310
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHCON'. 00003320
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003330
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003340
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003350
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003360
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003370
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003380
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003390
                                                                        00003400
      ******************************************************************00003410
      *                      F I L E  S T A T U S                      *00003420
      ******************************************************************00003430
       01  FS-FILE-STATUS.                                              00003440
           05  FS-MPCHCOE1                 PIC X(02).                   00003450
           05  FS-MPCHCOE2                 PIC X(02).                   00003460
           05  FS-MPCHCOS1                 PIC X(02).                   00003470
                                                                        00003480
      ******************************************************************00003490
      * TABLA DE CORRESPONDENCIAS PRODUCTO/CAMPANA CON TIPO DE TARJETA *00003500
      * Y PROMOCION ADMITIDOS.                                         *00003510
      ******************************************************************00003520
       01  WK-TABLA-REGLAS.                                             00003530
           05  WK-NUM-REGLAS               PIC 9(03)   VALUE ZEROES.    00003540
           05  WK-REGLA-TAB OCCURS 500 TIMES.                           00003550
               10  WK-RG-CDGPRODU          PIC X(03).                   00003560
               10  WK-RG-CODGCAMP          PIC X(06).                   00003570
               10  WK-RG-INDTIPT           PIC 9(02).                   00003580
               10  WK-RG-CDGPROMO          PIC X(03).                   00003590
                                                                        00003600
      ******************************************************************00003610
      * CONTADORES DE INCIDENCIAS POR ENTIDAD.                         *00003620
      ******************************************************************00003630
       01  WK-TABLA-ENTIDADES.                                          00003640
           05  WK-NUM-ENTIDADES            PIC 9(03)   VALUE ZEROES.    00003650
           05  WK-ENTIDAD-TAB OCCURS 200 TIMES.                         00003660
               10  WK-EN-CDGENTI           PIC X(04).                   00003670
               10  WK-EN-TARJETAS          PIC 9(09).                   00003680
               10  WK-EN-BAJA              PIC 9(09).                   00003690
               10  WK-EN-INEXISTENTE       PIC 9(09).                   00003700
               10  WK-EN-SIN-TARJETA       PIC 9(09).                   00003710
               10  WK-EN-TIPO              PIC 9(09).                   00003720
               10  WK-EN-PROMOCION         PIC 9(09).                   00003730
                                                                        00003740
      ******************************************************************00003750
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00003760
      * CAMPOS NECESARIOS PARA LA CONCILIACION.                        *00003770
      ******************************************************************00003780
       01  WK-REGISTRO.                                                 00003790
           05  WK-CDGENTI-009              PIC X(04).                   00003800
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00003810
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00003820
           05  WK-CENTALTA-009             PIC X(04).                   00003830
           05  WK-CUENTNU-009              PIC X(12).                   00003840
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00003850
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00003860
           05  FILLER                      PIC X(127).                  00003870
           05  WK-FECBAJA-009              PIC X(10).                   00003880
           05  FILLER                      PIC X(132).                  00003890
           05  WK-CDGPROMO-009             PIC X(03).                   00003900
           05  FILLER                      PIC X(345).                  00003910
                                                                        00003920
      ******************************************************************00003930
      *                 L I N E A S  D E  I N F O R M E                *00003940
      ******************************************************************00003950
       01  WK-LINEA-CABECERA.                                           00003960
           05  FILLER                      PIC X(20)   VALUE SPACES.    00003970
           05  FILLER                      PIC X(50)   VALUE            00003980
                   'CONCILIACION DEL CENSO DE TARJETAS CON MPDT007'.    00003990
           05  FILLER                      PIC X(62)   VALUE SPACES.    00004000
                                                                        00004010
       01  WK-LINEA-TITULOS.                                            00004020
           05  FILLER                      PIC X(04)   VALUE 'INC.'.    00004030
           05  FILLER                      PIC X(05)   VALUE 'ENTI'.    00004040
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00004050
           05  FILLER                      PIC X(14)   VALUE 'CUENTA'.  00004060
           05  FILLER                      PIC X(14)   VALUE 'PLASTICO'.00004070
           05  FILLER                      PIC X(05)   VALUE 'TIPO'.    00004080
           05  FILLER                      PIC X(05)   VALUE 'PROM'.    00004090
           05  FILLER                      PIC X(05)   VALUE 'PROD'.    00004100
           05  FILLER                      PIC X(08)   VALUE 'CAMPANA'. 00004110
           05  FILLER                      PIC X(12)   VALUE            00004120
                                   'BAJA CONTR.'.                       00004130
           05  FILLER                      PIC X(40)   VALUE            00004140
                                   'DESCRIPCION'.                       00004150
           05  FILLER                      PIC X(15)   VALUE SPACES.    00004160
                                                                        00004170
       01  WK-LINEA-DETALLE.                                            00004180
           05  WD-TIPO-INC                 PIC X(02).                   00004190
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004200
           05  WD-CDGENTI                  PIC X(04).                   00004210
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004220
           05  WD-CENTALTA                 PIC X(04).                   00004230
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004240
           05  WD-CUENTNU                  PIC X(12).                   00004250
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004260
           05  WD-NUPLASTI                 PIC Z(12).                   00004270
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004280
           05  WD-INDTIPT                  PIC Z9.                      00004290
           05  FILLER                      PIC X(03)   VALUE SPACES.    00004300
           05  WD-CDGPROMO                 PIC X(03).                   00004310
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004320
           05  WD-CDGPRODU                 PIC X(03).                   00004330
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004340
           05  WD-CODGCAMP                 PIC X(06).                   00004350
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004360
           05  WD-FECBAJA                  PIC X(10).                   00004370
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004380
           05  WD-DESCRIPCION              PIC X(40).                   00004390
           05  FILLER                      PIC X(15)   VALUE SPACES.    00004400
                                                                        00004410
       01  WK-LINEA-RESUMEN-CAB.                                        00004420
           05  FILLER                      PIC X(20)   VALUE SPACES.    00004430
           05  FILLER                      PIC X(40)   VALUE            00004440
                   'RESUMEN DE INCIDENCIAS POR ENTIDAD'.                00004450
           05  FILLER                      PIC X(72)   VALUE SPACES.    00004460
                                                                        00004470
       01  WK-LINEA-RESUMEN-TIT.                                        00004480
           05  FILLER                      PIC X(06)   VALUE 'ENTI'.    00004490
           05  FILLER                      PIC X(11)   VALUE            00004500
                                   '   TARJETAS'.                       00004510
           05  FILLER                      PIC X(11)   VALUE            00004520
                                   '  CONT.BAJA'.                       00004530
           05  FILLER                      PIC X(11)   VALUE            00004540
                                   ' CONT.INEX.'.                       00004550
           05  FILLER                      PIC X(11)   VALUE            00004560
                                   '  SIN TARJ.'.                       00004570
           05  FILLER                      PIC X(11)   VALUE            00004580
                                   '  TIPO TARJ'.                       00004590
           05  FILLER                      PIC X(11)   VALUE            00004600
                                   '  PROMOCION'.                       00004610
           05  FILLER                      PIC X(60)   VALUE SPACES.    00004620
                                                                        00004630
       01  WK-LINEA-RESUMEN.                                            00004640
           05  WR-CDGENTI                  PIC X(04).                   00004650
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004660
           05  WR-TARJETAS                 PIC ZZZZZZZZZZ9.             00004670
           05  WR-BAJA                     PIC ZZZZZZZZZZ9.             00004680
           05  WR-INEXISTENTE              PIC ZZZZZZZZZZ9.             00004690
           05  WR-SIN-TARJETA              PIC ZZZZZZZZZZ9.             00004700
           05  WR-TIPO                     PIC ZZZZZZZZZZ9.             00004710
           05  WR-PROMOCION                PIC ZZZZZZZZZZ9.             00004720
           05  FILLER                      PIC X(60)   VALUE SPACES.    00004730
                                                                        00004740
      ******************************************************************00004750
      *                      V A R I A B L E S                         *00004760
      ******************************************************************00004770
       01  WK-VARIABLES.                                                00004780
      * -- CLAVE DE CONTRATO DE LA TARJETA EN CURSO Y DE LA ANTERIOR,   00004790
      * -- PARA CONTROLAR LA CLASIFICACION DEL CENSO.                   00004800
           05  WK-CLAVE-CENSO.                                          00004810
               10  WK-CC-CDGENTI           PIC X(04).                   00004820
               10  WK-CC-CENTALTA          PIC X(04).                   00004830
               10  WK-CC-CUENTNU           PIC X(12).                   00004840
           05  WK-CLAVE-CENSO-ANT          PIC X(20).                   00004850
      * -- CLAVE DEL CONTRATO VIVO EN CURSO LEIDO DE MPDT007.           00004860
           05  WK-CLAVE-CONTRATO.                                       00004870
               10  WK-CT-CDGENTI           PIC X(04).                   00004880
               10  WK-CT-CENTALTA          PIC X(04).                   00004890
               10  WK-CT-CUENTNU           PIC X(12).                   00004900
      * -- PRODUCTO Y CAMPANA DEL CONTRATO VIVO EN CURSO.               00004910
           05  WK-CT-CDGPRODU              PIC X(03).                   00004920
           05  WK-CT-CODGCAMP              PIC X(06).                   00004930
      * -- ULTIMO CONTRATO NO VIVO CONSULTADO EN MPDT007, PARA NO       00004940
      * -- REPETIR LA CONSULTA CON CADA TARJETA DEL MISMO CONTRATO.     00004950
           05  WK-CLAVE-CONSULTADA         PIC X(20).                   00004960
           05  WK-ENTIDAD-BUSCAR           PIC X(04).                   00004970
           05  WK-TIPO-INC                 PIC X(02).                   00004980
           05  WK-DESCRIPCION-INC          PIC X(40).                   00004990
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00005000
           05  WK-IDX-ENTIDAD              PIC 9(03)   VALUE ZEROES.    00005010
           05  WK-IDX-TARJETA              PIC 9(03)   VALUE ZEROES.    00005020
           05  WK-IDX-REGLA                PIC 9(03)   VALUE ZEROES.    00005030
                                                                        00005040
      * -- COPY DE COMUNICACION CON DB2.                                00005050
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005060
                                                                        00005070
      *--  DCLGEN DE LA TABLA MPDT007.                                  00005080
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00005090
                                                                        00005100
      ******************************************************************00005110
      *                       PROCEDURE DIVISION                       *00005120
      ******************************************************************00005130
       PROCEDURE DIVISION.                                              00005140
                                                                        00005150
           PERFORM 1000-INICIO                                          00005160
              THRU 1000-INICIO-EXIT                                     00005170
                                                                        00005180
           PERFORM 2000-PROCESO                                         00005190
              THRU 2000-PROCESO-EXIT                                    00005200
             UNTIL SI-FIN-MPCHCOE1 AND SI-FIN-CURSOR                    00005210
                                                                        00005220
           PERFORM 3000-FIN                                             00005230
              THRU 3000-FIN-EXIT                                        00005240
                                                                        00005250
           .                                                            00005260
                                                                        00005270
      ******************************************************************00005280
      ***                   1000-INICIO                              ***00005290
      ***                   -----------                              ***00005300
      * SE INICIALIZAN LAS VARIABLES, SE ABREN LOS FICHEROS, SE CARGA  *00005310
      * LA TABLA DE CORRESPONDENCIAS, SE EMITE LA CABECERA, SE ABRE EL *00005320
      * CURSOR DE CONTRATOS VIVOS Y SE LEEN LA PRIMERA TARJETA Y EL    *00005330
      * PRIMER CONTRATO.                                               *00005340
      ******************************************************************00005350
       1000-INICIO.                                                     00005360
                                                                        00005370
           INITIALIZE WK-VARIABLES                                      00005380
                      WK-TABLA-REGLAS                                   00005390
                      WK-TABLA-ENTIDADES                                00005400
                      CT-CONTADORES                                     00005410
                                                                        00005420
           SET NO-FIN-MPCHCOE1               TO TRUE                    00005430
           SET NO-FIN-MPCHCOE2               TO TRUE                    00005440
           SET NO-FIN-CURSOR                 TO TRUE                    00005450
           SET NO-CONTRATO-CON-ACTIVA        TO TRUE                    00005460
                                                                        00005470
           PERFORM 1100-ABRIR-FICHEROS                                  00005480
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005490
                                                                        00005500
           PERFORM 1150-CARGAR-REGLAS                                   00005510
              THRU 1150-CARGAR-REGLAS-EXIT                              00005520
                                                                        00005530
           WRITE REG-MPCHCOS1 FROM WK-LINEA-CABECERA                    00005540
                                                                        00005550
           MOVE SPACES                       TO REG-MPCHCOS1            00005560
           WRITE REG-MPCHCOS1                                           00005570
                                                                        00005580
           WRITE REG-MPCHCOS1 FROM WK-LINEA-TITULOS                     00005590
                                                                        00005600
           PERFORM 1200-ABRIR-CURSOR                                    00005610
              THRU 1200-ABRIR-CURSOR-EXIT                               00005620
                                                                        00005630
           PERFORM 9100-LEER-MPCHCOE1                                   00005640
              THRU 9100-LEER-MPCHCOE1-EXIT                              00005650
                                                                        00005660
           PERFORM 9200-LEER-CURSOR                                     00005670
              THRU 9200-LEER-CURSOR-EXIT                                00005680
                                                                        00005690
           .                                                            00005700
       1000-INICIO-EXIT.                                                00005710
           EXIT.                                                        00005720
                                                                        00005730
      ******************************************************************00005740
      ***                   1100-ABRIR-FICHEROS                      ***00005750
      ***                   -------------------                      ***00005760
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00005770
      ******************************************************************00005780
       1100-ABRIR-FICHEROS.                                             00005790
                                                                        00005800
           OPEN INPUT  MPCHCOE1                                         00005810
                       MPCHCOE2                                         00005820
                OUTPUT MPCHCOS1                                         00005830
                                                                        00005840
           IF  FS-MPCHCOE1 NOT = CA-FS-OK                               00005850
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005860
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005870
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005880
               MOVE CA-MPCHCOE1              TO WK-DDNAME               00005890
               MOVE FS-MPCHCOE1              TO WK-FILE-STATUS          00005900
                                                                        00005910
               PERFORM 9000-CANCELACION                                 00005920
                  THRU 9000-CANCELACION-EXIT                            00005930
                                                                        00005940
           END-IF                                                       00005950
                                                                        00005960
           IF  FS-MPCHCOE2 NOT = CA-FS-OK                               00005970
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005980
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005990
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006000
               MOVE CA-MPCHCOE2              TO WK-DDNAME               00006010
               MOVE FS-MPCHCOE2              TO WK-FILE-STATUS          00006020
                                                                        00006030
               PERFORM 9000-CANCELACION                                 00006040
                  THRU 9000-CANCELACION-EXIT                            00006050
                                                                        00006060
           END-IF                                                       00006070
                                                                        00006080
           IF  FS-MPCHCOS1 NOT = CA-FS-OK                               00006090
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006100
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006110
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006120
               MOVE CA-MPCHCOS1              TO WK-DDNAME               00006130
               MOVE FS-MPCHCOS1              TO WK-FILE-STATUS          00006140
                                                                        00006150
               PERFORM 9000-CANCELACION                                 00006160
                  THRU 9000-CANCELACION-EXIT                            00006170
                                                                        00006180
           END-IF                                                       00006190
                                                                        00006200
           .                                                            00006210
       1100-ABRIR-FICHEROS-EXIT.                                        00006220
           EXIT.                                                        00006230
                                                                        00006240
      ******************************************************************00006250
      ***                   1150-CARGAR-REGLAS                       ***00006260
      ***                   ------------------                       ***00006270
      * SE CARGA EN MEMORIA LA TABLA DE CORRESPONDENCIAS Y SE CIERRA   *00006280
      * SU FICHERO.                                                    *00006290
      ******************************************************************00006300
       1150-CARGAR-REGLAS.                                              00006310
                                                                        00006320
           PERFORM 9150-LEER-MPCHCOE2                                   00006330
              THRU 9150-LEER-MPCHCOE2-EXIT                              00006340
                                                                        00006350
           PERFORM 1155-ACUMULAR-REGLA                                  00006360
              THRU 1155-ACUMULAR-REGLA-EXIT                             00006370
             UNTIL SI-FIN-MPCHCOE2                                      00006380
                                                                        00006390
           MOVE WK-NUM-REGLAS                 TO CT-REGLAS              00006400
                                                                        00006410
           CLOSE MPCHCOE2                                               00006420
                                                                        00006430
           .                                                            00006440
       1150-CARGAR-REGLAS-EXIT.                                         00006450
           EXIT.                                                        00006460
                                                                        00006470
      ******************************************************************00006480
      ***                   1155-ACUMULAR-REGLA                      ***00006490
      ***                   -------------------                      ***00006500
      * SE GUARDA LA CORRESPONDENCIA LEIDA Y SE LEE LA SIGUIENTE.      *00006510
      ******************************************************************00006520
       1155-ACUMULAR-REGLA.                                             00006530
                                                                        00006540
           IF  WK-NUM-REGLAS >= CN-MAX-REGLAS                           00006550
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006560
               MOVE CA-ERR-TABLA-REGLAS      TO WK-DESCRIPCION          00006570
               MOVE CA-PRF-1150              TO WK-PARRAFO              00006580
               MOVE CA-MPCHCOE2              TO WK-DDNAME               00006590
               MOVE REG-MPCHCOE2             TO WK-DATOS-REGISTRO       00006600
                                                                        00006610
               PERFORM 9000-CANCELACION                                 00006620
                  THRU 9000-CANCELACION-EXIT                            00006630
                                                                        00006640
           END-IF                                                       00006650
                                                                        00006660
           ADD CN-1                          TO WK-NUM-REGLAS           00006670
           MOVE RL-CDGPRODU   TO WK-RG-CDGPRODU (WK-NUM-REGLAS)         00006680
           MOVE RL-CODGCAMP   TO WK-RG-CODGCAMP (WK-NUM-REGLAS)         00006690
           MOVE RL-INDTIPT    TO WK-RG-INDTIPT  (WK-NUM-REGLAS)         00006700
           MOVE RL-CDGPROMO   TO WK-RG-CDGPROMO (WK-NUM-REGLAS)         00006710
                                                                        00006720
           PERFORM 9150-LEER-MPCHCOE2                                   00006730
              THRU 9150-LEER-MPCHCOE2-EXIT                              00006740
                                                                        00006750
           .                                                            00006760
       1155-ACUMULAR-REGLA-EXIT.                                        00006770
           EXIT.                                                        00006780
                                                                        00006790
      ******************************************************************00006800
      ***                   1200-ABRIR-CURSOR                        ***00006810
      ***                   -----------------                        ***00006820
      * SE DECLARA Y ABRE EL CURSOR CON LOS CONTRATOS VIVOS DE MPDT007 *00006830
      * EN EL MISMO ORDEN QUE EL CENSO.                                *00006840
      ******************************************************************00006850
       1200-ABRIR-CURSOR.                                               00006860
                                                                        00006870
           EXEC SQL                                                     00006880
                DECLARE C-CONTRATOS CURSOR FOR                          00006890
                SELECT E1003_CDGENTI , E1003_CENTALTA,                  00006900
                       E1003_CUENTNU , E1003_CDGPRODU,                  00006910
                       E1003_CODGCAMP                                   00006920
                  FROM MPDT007                                          00006930
                 WHERE E1003_FECBAJA = :CA-FECHA-SIN-BAJA               00006940
                 ORDER BY E1003_CDGENTI, E1003_CENTALTA,                00006950
                          E1003_CUENTNU                                 00006960
           END-EXEC                                                     00006970
                                                                        00006980
           EXEC SQL                                                     00006990
                OPEN C-CONTRATOS                                        00007000
           END-EXEC                                                     00007010
                                                                        00007020
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007030
                                                                        00007040
           IF  NOT DB2-OK                                               00007050
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007060
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00007070
               MOVE CA-PRF-1200               TO WK-PARRAFO             00007080
               MOVE CA-MPCHCON                TO WK-RUTINA              00007090
               MOVE CA-MPDT007                TO WK-TABLA-DB2           00007100
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007110
                                                                        00007120
               PERFORM 9000-CANCELACION                                 00007130
                  THRU 9000-CANCELACION-EXIT                            00007140
                                                                        00007150
           END-IF                                                       00007160
                                                                        00007170
           .                                                            00007180
       1200-ABRIR-CURSOR-EXIT.                                          00007190
           EXIT.                                                        00007200
                                                                        00007210
      ******************************************************************00007220
      ***                   2000-PROCESO                             ***00007230
      ***                   ------------                             ***00007240
      * CRUCE DEL CENSO CON LOS CONTRATOS VIVOS POR CLAVE DE CONTRATO: *00007250
      *  - TARJETA CON CLAVE MENOR QUE EL CONTRATO VIVO EN CURSO: SU   *00007260
      *    CONTRATO NO ESTA VIVO (DE BAJA O INEXISTENTE).              *00007270
      *  - TARJETA CON LA MISMA CLAVE: SE ANOTA SI ESTA ACTIVA Y SE    *00007280
      *    COMPRUEBA SU TIPO Y PROMOCION CONTRA EL PRODUCTO.           *00007290
      *  - CONTRATO VIVO CON CLAVE MENOR QUE LA TARJETA EN CURSO: YA   *00007300
      *    NO QUEDAN TARJETAS SUYAS Y SE CIERRA.                       *00007310
      ******************************************************************00007320
       2000-PROCESO.                                                    00007330
                                                                        00007340
           EVALUATE  TRUE                                               00007350
               WHEN  WK-CLAVE-CENSO < WK-CLAVE-CONTRATO                 00007360
                     PERFORM 2100-TARJETA-SIN-CONTRATO                  00007370
                        THRU 2100-TARJETA-SIN-CONTRATO-EXIT             00007380
                                                                        00007390
                     PERFORM 9100-LEER-MPCHCOE1                         00007400
                        THRU 9100-LEER-MPCHCOE1-EXIT                    00007410
                                                                        00007420
               WHEN  WK-CLAVE-CENSO = WK-CLAVE-CONTRATO                 00007430
                     PERFORM 2300-TARJETA-CON-CONTRATO                  00007440
                        THRU 2300-TARJETA-CON-CONTRATO-EXIT             00007450
                                                                        00007460
                     PERFORM 9100-LEER-MPCHCOE1                         00007470
                        THRU 9100-LEER-MPCHCOE1-EXIT                    00007480
                                                                        00007490
               WHEN  OTHER                                              00007500
                     PERFORM 2400-CERRAR-CONTRATO                       00007510
                        THRU 2400-CERRAR-CONTRATO-EXIT                  00007520
                                                                        00007530
                     PERFORM 9200-LEER-CURSOR                           00007540
                        THRU 9200-LEER-CURSOR-EXIT                      00007550
                                                                        00007560
           END-EVALUATE                                                 00007570
                                                                        00007580
           .                                                            00007590
       2000-PROCESO-EXIT.                                               00007600
           EXIT.                                                        00007610
                                                                        00007620
      ******************************************************************00007630
      ***                   2100-TARJETA-SIN-CONTRATO                ***00007640
      ***                   -------------------------                ***00007650
      * LA TARJETA NO TIENE CONTRATO VIVO. SE CONSULTA UNA SOLA VEZ    *00007660
      * POR CONTRATO SI ESTA DE BAJA O NO EXISTE. SE LISTAN LAS        *00007670
      * TARJETAS ACTIVAS DE CONTRATOS DE BAJA Y TODAS LAS DE CONTRATOS *00007680
      * INEXISTENTES.                                                  *00007690
      ******************************************************************00007700
       2100-TARJETA-SIN-CONTRATO.                                       00007710
                                                                        00007720
           IF  WK-CLAVE-CENSO NOT = WK-CLAVE-CONSULTADA                 00007730
               PERFORM 2200-CONSULTAR-CONTRATO                          00007740
                  THRU 2200-CONSULTAR-CONTRATO-EXIT                     00007750
           END-IF                                                       00007760
                                                                        00007770
           EVALUATE  TRUE                                               00007780
               WHEN  CONTRATO-INEXISTENTE                               00007790
                     MOVE CA-INC-INEXISTENTE  TO WK-TIPO-INC            00007800
                     MOVE CA-DES-INEXISTENTE  TO WK-DESCRIPCION-INC     00007810
                     ADD CN-1                 TO CT-INC-INEXISTENTE     00007820
                     ADD CN-1   TO WK-EN-INEXISTENTE (WK-IDX-TARJETA)   00007830
                                                                        00007840
               WHEN  SI-TARJETA-ACTIVA                                  00007850
                     MOVE CA-INC-BAJA         TO WK-TIPO-INC            00007860
                     MOVE CA-DES-BAJA         TO WK-DESCRIPCION-INC     00007870
                     ADD CN-1                 TO CT-INC-BAJA            00007880
                     ADD CN-1   TO WK-EN-BAJA (WK-IDX-TARJETA)          00007890
                                                                        00007900
               WHEN  OTHER                                              00007910
                     GO TO 2100-TARJETA-SIN-CONTRATO-EXIT               00007920
           END-EVALUATE                                                 00007930
                                                                        00007940
           MOVE WK-CDGENTI-009                TO WD-CDGENTI             00007950
           MOVE WK-CENTALTA-009               TO WD-CENTALTA            00007960
           MOVE WK-CUENTNU-009                TO WD-CUENTNU             00007970
           MOVE WK-NUPLASTI-009               TO WD-NUPLASTI            00007980
           MOVE WK-INDTIPT-009                TO WD-INDTIPT             00007990
           MOVE WK-CDGPROMO-009               TO WD-CDGPROMO            00008000
           MOVE E1003-CDGPRODU                TO WD-CDGPRODU            00008010
           MOVE E1003-CODGCAMP                TO WD-CODGCAMP            00008020
           MOVE E1003-FECBAJA                 TO WD-FECBAJA             00008030
                                                                        00008040
           PERFORM 2500-ESCRIBIR-INCIDENCIA                             00008050
              THRU 2500-ESCRIBIR-INCIDENCIA-EXIT                        00008060
                                                                        00008070
           .                                                            00008080
       2100-TARJETA-SIN-CONTRATO-EXIT.                                  00008090
           EXIT.                                                        00008100
                                                                        00008110
      ******************************************************************00008120
      ***                   2200-CONSULTAR-CONTRATO                  ***00008130
      ***                   -----------------------                  ***00008140
      * SE CONSULTA EN MPDT007 EL CONTRATO DE LA TARJETA, QUE NO ESTA  *00008150
      * ENTRE LOS VIVOS, PARA SABER SI ESTA DE BAJA O NO EXISTE.       *00008160
      ******************************************************************00008170
       2200-CONSULTAR-CONTRATO.                                         00008180
                                                                        00008190
           MOVE WK-CLAVE-CENSO                TO WK-CLAVE-CONSULTADA    00008200
                                                                        00008210
           EXEC SQL                                                     00008220
                SELECT E1003_CDGPRODU, E1003_CODGCAMP,                  00008230
                       CHAR(E1003_FECBAJA, ISO)                         00008240
                  INTO :E1003-CDGPRODU, :E1003-CODGCAMP,                00008250
                       :E1003-FECBAJA                                   00008260
                  FROM MPDT007                                          00008270
                 WHERE E1003_CDGENTI  = :WK-CC-CDGENTI                  00008280
                   AND E1003_CENTALTA = :WK-CC-CENTALTA                 00008290
                   AND E1003_CUENTNU  = :WK-CC-CUENTNU                  00008300
           END-EXEC                                                     00008310
                                                                        00008320
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008330
                                                                        00008340
           EVALUATE  TRUE                                               00008350
               WHEN  DB2-OK                                             00008360
                     SET CONTRATO-DE-BAJA     TO TRUE                   00008370
                                                                        00008380
               WHEN  DB2-CLV-NOT-FOUND                                  00008390
                     SET CONTRATO-INEXISTENTE TO TRUE                   00008400
                     MOVE SPACES              TO E1003-CDGPRODU         00008410
                                                 E1003-CODGCAMP         00008420
                                                 E1003-FECBAJA          00008430
                                                                        00008440
               WHEN  OTHER                                              00008450
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008460
                     MOVE CA-ERR-CONTRATO     TO WK-DESCRIPCION         00008470
                     MOVE CA-PRF-2200         TO WK-PARRAFO             00008480
                     MOVE CA-MPCHCON          TO WK-RUTINA              00008490
                     MOVE CA-MPDT007          TO WK-TABLA-DB2           00008500
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008510
                                                                        00008520
                     PERFORM 9000-CANCELACION                           00008530
                        THRU 9000-CANCELACION-EXIT                      00008540
                                                                        00008550
           END-EVALUATE                                                 00008560
                                                                        00008570
           .                                                            00008580
       2200-CONSULTAR-CONTRATO-EXIT.                                    00008590
           EXIT.                                                        00008600
                                                                        00008610
      ******************************************************************00008620
      ***                   2300-TARJETA-CON-CONTRATO                ***00008630
      ***                   -------------------------                ***00008640
      * LA TARJETA PERTENECE AL CONTRATO VIVO EN CURSO. SI ESTA ACTIVA *00008650
      * SE ANOTA EN EL CONTRATO Y SE COMPRUEBA QUE SU TIPO Y SU        *00008660
      * PROMOCION ESTAN ADMITIDOS PARA EL PRODUCTO Y LA CAMPANA.       *00008670
      ******************************************************************00008680
       2300-TARJETA-CON-CONTRATO.                                       00008690
                                                                        00008700
           IF  NO-TARJETA-ACTIVA                                        00008710
               GO TO 2300-TARJETA-CON-CONTRATO-EXIT                     00008720
           END-IF                                                       00008730
                                                                        00008740
           SET SI-CONTRATO-CON-ACTIVA         TO TRUE                   00008750
                                                                        00008760
           SET NO-REGLA-PRODUCTO              TO TRUE                   00008770
           SET NO-TIPO-VALIDO                 TO TRUE                   00008780
           SET NO-PROMO-VALIDA                TO TRUE                   00008790
                                                                        00008800
           PERFORM 2350-COMPROBAR-REGLA                                 00008810
              THRU 2350-COMPROBAR-REGLA-EXIT                            00008820
             VARYING WK-IDX-REGLA FROM 1 BY 1                           00008830
               UNTIL WK-IDX-REGLA > WK-NUM-REGLAS                       00008840
                  OR SI-PROMO-VALIDA                                    00008850
                                                                        00008860
           EVALUATE  TRUE                                               00008870
               WHEN  NO-REGLA-PRODUCTO                                  00008880
                     ADD CN-1                 TO CT-SIN-REGLA           00008890
                     GO TO 2300-TARJETA-CON-CONTRATO-EXIT               00008900
                                                                        00008910
               WHEN  NO-TIPO-VALIDO                                     00008920
                     MOVE CA-INC-TIPO         TO WK-TIPO-INC            00008930
                     MOVE CA-DES-TIPO         TO WK-DESCRIPCION-INC     00008940
                     ADD CN-1                 TO CT-INC-TIPO            00008950
                     ADD CN-1   TO WK-EN-TIPO (WK-IDX-TARJETA)          00008960
                                                                        00008970
               WHEN  NO-PROMO-VALIDA                                    00008980
                     MOVE CA-INC-PROMOCION    TO WK-TIPO-INC            00008990
                     MOVE CA-DES-PROMOCION    TO WK-DESCRIPCION-INC     00009000
                     ADD CN-1                 TO CT-INC-PROMOCION       00009010
                     ADD CN-1   TO WK-EN-PROMOCION (WK-IDX-TARJETA)     00009020
                                                                        00009030
               WHEN  OTHER                                              00009040
                     GO TO 2300-TARJETA-CON-CONTRATO-EXIT               00009050
           END-EVALUATE                                                 00009060
                                                                        00009070
           MOVE WK-CDGENTI-009                TO WD-CDGENTI             00009080
           MOVE WK-CENTALTA-009               TO WD-CENTALTA            00009090
           MOVE WK-CUENTNU-009                TO WD-CUENTNU             00009100
           MOVE WK-NUPLASTI-009               TO WD-NUPLASTI            00009110
           MOVE WK-INDTIPT-009                TO WD-INDTIPT             00009120
           MOVE WK-CDGPROMO-009               TO WD-CDGPROMO            00009130
           MOVE WK-CT-CDGPRODU                TO WD-CDGPRODU            00009140
           MOVE WK-CT-CODGCAMP                TO WD-CODGCAMP            00009150
           MOVE SPACES                        TO WD-FECBAJA             00009160
                                                                        00009170
           PERFORM 2500-ESCRIBIR-INCIDENCIA                             00009180
              THRU 2500-ESCRIBIR-INCIDENCIA-EXIT                        00009190
                                                                        00009200
           .                                                            00009210
       2300-TARJETA-CON-CONTRATO-EXIT.                                  00009220
           EXIT.                                                        00009230
                                                                        00009240
      ******************************************************************00009250
      ***                   2350-COMPROBAR-REGLA                     ***00009260
      ***                   --------------------                     ***00009270
      * SE COMPRUEBA SI LA CORRESPONDENCIA ES DEL PRODUCTO Y CAMPANA   *00009280
      * DEL CONTRATO Y SI ADMITE EL TIPO Y LA PROMOCION DE LA TARJETA. *00009290
      ******************************************************************00009300
       2350-COMPROBAR-REGLA.                                            00009310
                                                                        00009320
           IF  WK-RG-CDGPRODU (WK-IDX-REGLA) NOT = WK-CT-CDGPRODU       00009330
               GO TO 2350-COMPROBAR-REGLA-EXIT                          00009340
           END-IF                                                       00009350
                                                                        00009360
           IF  WK-RG-CODGCAMP (WK-IDX-REGLA) NOT = SPACES               00009370
           AND WK-RG-CODGCAMP (WK-IDX-REGLA) NOT = WK-CT-CODGCAMP       00009380
               GO TO 2350-COMPROBAR-REGLA-EXIT                          00009390
           END-IF                                                       00009400
                                                                        00009410
           SET SI-REGLA-PRODUCTO              TO TRUE                   00009420
                                                                        00009430
           IF  WK-RG-INDTIPT (WK-IDX-REGLA) NOT = ZEROES                00009440
           AND WK-RG-INDTIPT (WK-IDX-REGLA) NOT = WK-INDTIPT-009        00009450
               GO TO 2350-COMPROBAR-REGLA-EXIT                          00009460
           END-IF                                                       00009470
                                                                        00009480
           SET SI-TIPO-VALIDO                 TO TRUE                   00009490
                                                                        00009500
           IF  WK-RG-CDGPROMO (WK-IDX-REGLA) = SPACES                   00009510
            OR WK-RG-CDGPROMO (WK-IDX-REGLA) = WK-CDGPROMO-009          00009520
               SET SI-PROMO-VALIDA            TO TRUE                   00009530
           END-IF                                                       00009540
                                                                        00009550
           .                                                            00009560
       2350-COMPROBAR-REGLA-EXIT.                                       00009570
           EXIT.                                                        00009580
                                                                        00009590
      ******************************************************************00009600
      ***                   2400-CERRAR-CONTRATO                     ***00009610
      ***                   --------------------                     ***00009620
      * NO QUEDAN TARJETAS DEL CONTRATO VIVO EN CURSO. SI NINGUNA DE   *00009630
      * ELLAS ESTABA ACTIVA (O NO TENIA NINGUNA) SE LISTA EL           *00009640
      * CONTRATO.                                                      *00009650
      ******************************************************************00009660
       2400-CERRAR-CONTRATO.                                            00009670
                                                                        00009680
           IF  SI-CONTRATO-CON-ACTIVA                                   00009690
               SET NO-CONTRATO-CON-ACTIVA     TO TRUE                   00009700
               GO TO 2400-CERRAR-CONTRATO-EXIT                          00009710
           END-IF                                                       00009720
                                                                        00009730
           MOVE WK-CT-CDGENTI                 TO WK-ENTIDAD-BUSCAR      00009740
                                                                        00009750
           PERFORM 2150-LOCALIZAR-ENTIDAD                               00009760
              THRU 2150-LOCALIZAR-ENTIDAD-EXIT                          00009770
                                                                        00009780
           MOVE CA-INC-SIN-TARJETA            TO WK-TIPO-INC            00009790
           MOVE CA-DES-SIN-TARJETA            TO WK-DESCRIPCION-INC     00009800
           ADD CN-1                           TO CT-INC-SIN-TARJETA     00009810
           ADD CN-1       TO WK-EN-SIN-TARJETA (WK-IDX-ENTIDAD)         00009820
                                                                        00009830
           MOVE WK-CT-CDGENTI                 TO WD-CDGENTI             00009840
           MOVE WK-CT-CENTALTA                TO WD-CENTALTA            00009850
           MOVE WK-CT-CUENTNU                 TO WD-CUENTNU             00009860
           MOVE ZEROES                        TO WD-NUPLASTI            00009870
                                                 WD-INDTIPT             00009880
           MOVE SPACES                        TO WD-CDGPROMO            00009890
                                                 WD-FECBAJA             00009900
           MOVE WK-CT-CDGPRODU                TO WD-CDGPRODU            00009910
           MOVE WK-CT-CODGCAMP                TO WD-CODGCAMP            00009920
                                                                        00009930
           PERFORM 2500-ESCRIBIR-INCIDENCIA                             00009940
              THRU 2500-ESCRIBIR-INCIDENCIA-EXIT                        00009950
                                                                        00009960
           .                                                            00009970
       2400-CERRAR-CONTRATO-EXIT.                                       00009980
           EXIT.                                                        00009990
                                                                        00010000
      ******************************************************************00010010
      ***                   2150-LOCALIZAR-ENTIDAD                   ***00010020
      ***                   ----------------------                   ***00010030
      * SE LOCALIZA (O DA DE ALTA) LA ENTIDAD EN LA TABLA DE           *00010040
      * CONTADORES POR ENTIDAD.                                        *00010050
      ******************************************************************00010060
       2150-LOCALIZAR-ENTIDAD.                                          00010070
                                                                        00010080
           SET NO-CLAVE-ENCONTRADA            TO TRUE                   00010090
           MOVE ZEROES                        TO WK-IDX-ENTIDAD         00010100
                                                                        00010110
           PERFORM 2160-BUSCAR-ENTIDAD                                  00010120
              THRU 2160-BUSCAR-ENTIDAD-EXIT                             00010130
             VARYING WK-IDX FROM 1 BY 1                                 00010140
               UNTIL WK-IDX > WK-NUM-ENTIDADES                          00010150
                  OR SI-CLAVE-ENCONTRADA                                00010160
                                                                        00010170
           IF  NO-CLAVE-ENCONTRADA                                      00010180
               IF  WK-NUM-ENTIDADES >= CN-MAX-ENTIDADES                 00010190
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00010200
                   MOVE CA-ERR-TABLA-ENTIDADES                          00010210
                                             TO WK-DESCRIPCION          00010220
                   MOVE CA-PRF-2150          TO WK-PARRAFO              00010230
                                                                        00010240
                   PERFORM 9000-CANCELACION                             00010250
                      THRU 9000-CANCELACION-EXIT                        00010260
               END-IF                                                   00010270
                                                                        00010280
               ADD CN-1                      TO WK-NUM-ENTIDADES        00010290
               MOVE WK-ENTIDAD-BUSCAR                                   00010300
                 TO WK-EN-CDGENTI (WK-NUM-ENTIDADES)                    00010310
               MOVE WK-NUM-ENTIDADES         TO WK-IDX-ENTIDAD          00010320
           END-IF                                                       00010330
                                                                        00010340
           .                                                            00010350
       2150-LOCALIZAR-ENTIDAD-EXIT.                                     00010360
           EXIT.                                                        00010370
                                                                        00010380
      ******************************************************************00010390
      ***                   2160-BUSCAR-ENTIDAD                      ***00010400
      ***                   -------------------                      ***00010410
      * SE COMPRUEBA SI LA ENTIDAD YA TIENE CONTADORES.                *00010420
      ******************************************************************00010430
       2160-BUSCAR-ENTIDAD.                                             00010440
                                                                        00010450
           IF  WK-EN-CDGENTI (WK-IDX) = WK-ENTIDAD-BUSCAR               00010460
               SET SI-CLAVE-ENCONTRADA        TO TRUE                   00010470
               MOVE WK-IDX                    TO WK-IDX-ENTIDAD         00010480
           END-IF                                                       00010490
                                                                        00010500
           .                                                            00010510
       2160-BUSCAR-ENTIDAD-EXIT.                                        00010520
           EXIT.                                                        00010530
                                                                        00010540
      ******************************************************************00010550
      ***                   2500-ESCRIBIR-INCIDENCIA                 ***00010560
      ***                   ------------------------                 ***00010570
      * SE ESCRIBE LA LINEA DE DETALLE DE UNA INCIDENCIA.              *00010580
      ******************************************************************00010590
       2500-ESCRIBIR-INCIDENCIA.                                        00010600
                                                                        00010610
           MOVE WK-TIPO-INC                   TO WD-TIPO-INC            00010620
           MOVE WK-DESCRIPCION-INC            TO WD-DESCRIPCION         00010630
                                                                        00010640
           WRITE REG-MPCHCOS1 FROM WK-LINEA-DETALLE                     00010650
                                                                        00010660
           IF  FS-MPCHCOS1 NOT = CA-FS-OK                               00010670
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010680
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010690
               MOVE CA-PRF-2500              TO WK-PARRAFO              00010700
               MOVE CA-MPCHCOS1              TO WK-DDNAME               00010710
               MOVE FS-MPCHCOS1              TO WK-FILE-STATUS          00010720
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00010730
                                                                        00010740
               PERFORM 9000-CANCELACION                                 00010750
                  THRU 9000-CANCELACION-EXIT                            00010760
                                                                        00010770
           END-IF                                                       00010780
                                                                        00010790
           ADD CN-1                          TO CT-INCIDENCIAS          00010800
                                                                        00010810
           .                                                            00010820
       2500-ESCRIBIR-INCIDENCIA-EXIT.                                   00010830
           EXIT.                                                        00010840
                                                                        00010850
      ******************************************************************00010860
      ***                   3000-FIN                                 ***00010870
      ***                   --------                                 ***00010880
      * SE EMITE EL RESUMEN POR ENTIDAD, SE CIERRAN EL CURSOR Y LOS    *00010890
      * FICHEROS Y SE MUESTRAN LAS ESTADISTICAS. SI SE HA LISTADO      *00010900
      * ALGUNA INCIDENCIA EL PROCESO TERMINA CON RETURN-CODE 4.        *00010910
      ******************************************************************00010920
       3000-FIN.                                                        00010930
                                                                        00010940
           PERFORM 3150-EMITIR-RESUMEN                                  00010950
              THRU 3150-EMITIR-RESUMEN-EXIT                             00010960
                                                                        00010970
           PERFORM 3100-CERRAR-FICHEROS                                 00010980
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010990
                                                                        00011000
           PERFORM 3200-ESTADISTICAS                                    00011010
              THRU 3200-ESTADISTICAS-EXIT                               00011020
                                                                        00011030
           IF  CT-INCIDENCIAS > ZEROES                                  00011040
               MOVE CN-4                     TO RETURN-CODE             00011050
           END-IF                                                       00011060
                                                                        00011070
           STOP RUN                                                     00011080
                                                                        00011090
           .                                                            00011100
       3000-FIN-EXIT.                                                   00011110
           EXIT.                                                        00011120
                                                                        00011130
      ******************************************************************00011140
      ***                   3100-CERRAR-FICHEROS                     ***00011150
      ***                   ---------------------                    ***00011160
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS.                    *00011170
      ******************************************************************00011180
       3100-CERRAR-FICHEROS.                                            00011190
                                                                        00011200
           EXEC SQL                                                     00011210
                CLOSE C-CONTRATOS                                       00011220
           END-EXEC                                                     00011230
                                                                        00011240
           CLOSE MPCHCOE1                                               00011250
                 MPCHCOS1                                               00011260
                                                                        00011270
           IF  FS-MPCHCOS1 NOT = CA-FS-OK                               00011280
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011290
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00011300
               MOVE CA-PRF-3100              TO WK-PARRAFO              00011310
               MOVE CA-MPCHCOS1              TO WK-DDNAME               00011320
               MOVE FS-MPCHCOS1              TO WK-FILE-STATUS          00011330
                                                                        00011340
               PERFORM 9000-CANCELACION                                 00011350
                  THRU 9000-CANCELACION-EXIT                            00011360
                                                                        00011370
           END-IF                                                       00011380
                                                                        00011390
           .                                                            00011400
       3100-CERRAR-FICHEROS-EXIT.                                       00011410
           EXIT.                                                        00011420
                                                                        00011430
      ******************************************************************00011440
      ***                   3150-EMITIR-RESUMEN                      ***00011450
      ***                   -------------------                      ***00011460
      * SE ESCRIBE AL FINAL DEL LISTADO EL RESUMEN DE INCIDENCIAS POR  *00011470
      * ENTIDAD Y LA LINEA DE TOTALES.                                 *00011480
      ******************************************************************00011490
       3150-EMITIR-RESUMEN.                                             00011500
                                                                        00011510
           MOVE SPACES                       TO REG-MPCHCOS1            00011520
           WRITE REG-MPCHCOS1                                           00011530
                                                                        00011540
           WRITE REG-MPCHCOS1 FROM WK-LINEA-RESUMEN-CAB                 00011550
                                                                        00011560
           MOVE SPACES                       TO REG-MPCHCOS1            00011570
           WRITE REG-MPCHCOS1                                           00011580
                                                                        00011590
           WRITE REG-MPCHCOS1 FROM WK-LINEA-RESUMEN-TIT                 00011600
                                                                        00011610
           PERFORM 3160-EMITIR-ENTIDAD                                  00011620
              THRU 3160-EMITIR-ENTIDAD-EXIT                             00011630
             VARYING WK-IDX-ENTIDAD FROM 1 BY 1                         00011640
               UNTIL WK-IDX-ENTIDAD > WK-NUM-ENTIDADES                  00011650
                                                                        00011660
           MOVE CA-TOTAL                      TO WR-CDGENTI             00011670
           MOVE CT-TARJETAS                   TO WR-TARJETAS            00011680
           MOVE CT-INC-BAJA                   TO WR-BAJA                00011690
           MOVE CT-INC-INEXISTENTE            TO WR-INEXISTENTE         00011700
           MOVE CT-INC-SIN-TARJETA            TO WR-SIN-TARJETA         00011710
           MOVE CT-INC-TIPO                   TO WR-TIPO                00011720
           MOVE CT-INC-PROMOCION              TO WR-PROMOCION           00011730
                                                                        00011740
           WRITE REG-MPCHCOS1 FROM WK-LINEA-RESUMEN                     00011750
                                                                        00011760
           IF  FS-MPCHCOS1 NOT = CA-FS-OK                               00011770
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011780
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011790
               MOVE CA-PRF-3150              TO WK-PARRAFO              00011800
               MOVE CA-MPCHCOS1              TO WK-DDNAME               00011810
               MOVE FS-MPCHCOS1              TO WK-FILE-STATUS          00011820
               MOVE WK-LINEA-RESUMEN         TO WK-DATOS-REGISTRO       00011830
                                                                        00011840
               PERFORM 9000-CANCELACION                                 00011850
                  THRU 9000-CANCELACION-EXIT                            00011860
                                                                        00011870
           END-IF                                                       00011880
                                                                        00011890
           .                                                            00011900
       3150-EMITIR-RESUMEN-EXIT.                                        00011910
           EXIT.                                                        00011920
                                                                        00011930
      ******************************************************************00011940
      ***                   3160-EMITIR-ENTIDAD                      ***00011950
      ***                   -------------------                      ***00011960
      * SE ESCRIBE LA LINEA DE RESUMEN DE UNA ENTIDAD.                 *00011970
      ******************************************************************00011980
       3160-EMITIR-ENTIDAD.                                             00011990
                                                                        00012000
           MOVE WK-EN-CDGENTI     (WK-IDX-ENTIDAD) TO WR-CDGENTI        00012010
           MOVE WK-EN-TARJETAS    (WK-IDX-ENTIDAD) TO WR-TARJETAS       00012020
           MOVE WK-EN-BAJA        (WK-IDX-ENTIDAD) TO WR-BAJA           00012030
           MOVE WK-EN-INEXISTENTE (WK-IDX-ENTIDAD) TO WR-INEXISTENTE    00012040
           MOVE WK-EN-SIN-TARJETA (WK-IDX-ENTIDAD) TO WR-SIN-TARJETA    00012050
           MOVE WK-EN-TIPO        (WK-IDX-ENTIDAD) TO WR-TIPO           00012060
           MOVE WK-EN-PROMOCION   (WK-IDX-ENTIDAD) TO WR-PROMOCION      00012070
                                                                        00012080
           WRITE REG-MPCHCOS1 FROM WK-LINEA-RESUMEN                     00012090
                                                                        00012100
           IF  FS-MPCHCOS1 NOT = CA-FS-OK                               00012110
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012120
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012130
               MOVE CA-PRF-3150              TO WK-PARRAFO              00012140
               MOVE CA-MPCHCOS1              TO WK-DDNAME               00012150
               MOVE FS-MPCHCOS1              TO WK-FILE-STATUS          00012160
               MOVE WK-LINEA-RESUMEN         TO WK-DATOS-REGISTRO       00012170
                                                                        00012180
               PERFORM 9000-CANCELACION                                 00012190
                  THRU 9000-CANCELACION-EXIT                            00012200
                                                                        00012210
           END-IF                                                       00012220
                                                                        00012230
           .                                                            00012240
       3160-EMITIR-ENTIDAD-EXIT.                                        00012250
           EXIT.                                                        00012260
                                                                        00012270
      ******************************************************************00012280
      ***                   3200-ESTADISTICAS                        ***00012290
      ***                   -----------------                        ***00012300
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00012310
      ******************************************************************00012320
       3200-ESTADISTICAS.                                               00012330
                                                                        00012340
           MOVE CT-TARJETAS                   TO WK-TARJETAS-ED         00012350
           MOVE CT-CONTRATOS-VIVOS            TO WK-VIVOS-ED            00012360
           MOVE CT-REGLAS                     TO WK-REGLAS-ED           00012370
           MOVE CT-SIN-REGLA                  TO WK-SIN-REGLA-ED        00012380
           MOVE CT-INCIDENCIAS                TO WK-INCIDENCIAS-ED      00012390
                                                                        00012400
           DISPLAY WK-CAB-1                                             00012410
           DISPLAY WK-CAB-2                                             00012420
           DISPLAY WK-CAB-1                                             00012430
           DISPLAY WK-CAB-3                                             00012440
           DISPLAY WK-CAB-4                                             00012450
           DISPLAY WK-CAB-5                                             00012460
           DISPLAY WK-CAB-6                                             00012470
           DISPLAY WK-CAB-7                                             00012480
           DISPLAY WK-CAB-1                                             00012490
                                                                        00012500
           .                                                            00012510
       3200-ESTADISTICAS-EXIT.                                          00012520
           EXIT.                                                        00012530
                                                                        00012540
      ******************************************************************00012550
      ***                   9100-LEER-MPCHCOE1                       ***00012560
      ***                   ------------------                       ***00012570
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO, SE COMPRUEBA QUE EL     *00012580
      * CENSO SIGUE CLASIFICADO POR CONTRATO, SE ANOTA SI LA TARJETA   *00012590
      * ESTA ACTIVA Y SE CUENTA EN SU ENTIDAD. AL LLEGAR AL FINAL LA   *00012600
      * CLAVE PASA A HIGH-VALUES PARA AGOTAR LOS CONTRATOS VIVOS.      *00012610
      ******************************************************************00012620
       9100-LEER-MPCHCOE1.                                              00012630
                                                                        00012640
           READ MPCHCOE1                                                00012650
           AT END                                                       00012660
                SET SI-FIN-MPCHCOE1          TO TRUE                    00012670
           END-READ                                                     00012680
                                                                        00012690
           IF  FS-MPCHCOE1 NOT = CA-FS-OK AND CA-FS-EOF                 00012700
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012710
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00012720
               MOVE CA-PRF-9100              TO WK-PARRAFO              00012730
               MOVE CA-MPCHCOE1              TO WK-DDNAME               00012740
               MOVE FS-MPCHCOE1              TO WK-FILE-STATUS          00012750
                                                                        00012760
               PERFORM 9000-CANCELACION                                 00012770
                  THRU 9000-CANCELACION-EXIT                            00012780
                                                                        00012790
           END-IF                                                       00012800
                                                                        00012810
           IF  SI-FIN-MPCHCOE1                                          00012820
               MOVE HIGH-VALUES              TO WK-CLAVE-CENSO          00012830
               GO TO 9100-LEER-MPCHCOE1-EXIT                            00012840
           END-IF                                                       00012850
                                                                        00012860
           ADD CN-1                          TO CT-TARJETAS             00012870
                                                                        00012880
           MOVE REG-MPCHCOE1                 TO WK-REGISTRO             00012890
           MOVE WK-CDGENTI-009               TO WK-CC-CDGENTI           00012900
           MOVE WK-CENTALTA-009              TO WK-CC-CENTALTA          00012910
           MOVE WK-CUENTNU-009               TO WK-CC-CUENTNU           00012920
                                                                        00012930
           IF  WK-CLAVE-CENSO < WK-CLAVE-CENSO-ANT                      00012940
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012950
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00012960
               MOVE CA-PRF-9100              TO WK-PARRAFO              00012970
               MOVE CA-MPCHCOE1              TO WK-DDNAME               00012980
               MOVE REG-MPCHCOE1             TO WK-DATOS-REGISTRO       00012990
                                                                        00013000
               PERFORM 9000-CANCELACION                                 00013010
                  THRU 9000-CANCELACION-EXIT                            00013020
                                                                        00013030
           END-IF                                                       00013040
                                                                        00013050
           MOVE WK-CLAVE-CENSO               TO WK-CLAVE-CENSO-ANT      00013060
                                                                        00013070
           IF  WK-FECBAJA-009 = SPACES OR CA-FECHA-ABIERTA              00013080
               SET SI-TARJETA-ACTIVA         TO TRUE                    00013090
           ELSE                                                         00013100
               SET NO-TARJETA-ACTIVA         TO TRUE                    00013110
           END-IF                                                       00013120
                                                                        00013130
           MOVE WK-CDGENTI-009               TO WK-ENTIDAD-BUSCAR       00013140
                                                                        00013150
           PERFORM 2150-LOCALIZAR-ENTIDAD                               00013160
              THRU 2150-LOCALIZAR-ENTIDAD-EXIT                          00013170
                                                                        00013180
           MOVE WK-IDX-ENTIDAD               TO WK-IDX-TARJETA          00013190
           ADD CN-1       TO WK-EN-TARJETAS (WK-IDX-TARJETA)            00013200
                                                                        00013210
           .                                                            00013220
       9100-LEER-MPCHCOE1-EXIT.                                         00013230
           EXIT.                                                        00013240
                                                                        00013250
      ******************************************************************00013260
      ***                   9150-LEER-MPCHCOE2                       ***00013270
      ***                   ------------------                       ***00013280
      * SE LEE LA SIGUIENTE CORRESPONDENCIA PRODUCTO/TARJETA.          *00013290
      ******************************************************************00013300
       9150-LEER-MPCHCOE2.                                              00013310
                                                                        00013320
           READ MPCHCOE2                                                00013330
           AT END                                                       00013340
                SET SI-FIN-MPCHCOE2          TO TRUE                    00013350
           END-READ                                                     00013360
                                                                        00013370
           IF  FS-MPCHCOE2 NOT = CA-FS-OK AND CA-FS-EOF                 00013380
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013390
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00013400
               MOVE CA-PRF-9150              TO WK-PARRAFO              00013410
               MOVE CA-MPCHCOE2              TO WK-DDNAME               00013420
               MOVE FS-MPCHCOE2              TO WK-FILE-STATUS          00013430
                                                                        00013440
               PERFORM 9000-CANCELACION                                 00013450
                  THRU 9000-CANCELACION-EXIT                            00013460
                                                                        00013470
           END-IF                                                       00013480
                                                                        00013490
           .                                                            00013500
       9150-LEER-MPCHCOE2-EXIT.                                         00013510
           EXIT.                                                        00013520
                                                                        00013530
      ******************************************************************00013540
      ***                   9200-LEER-CURSOR                         ***00013550
      ***                   ----------------                         ***00013560
      * SE REALIZA EL FETCH DEL CURSOR C-CONTRATOS. AL LLEGAR AL FINAL *00013570
      * LA CLAVE PASA A HIGH-VALUES PARA AGOTAR EL CENSO.              *00013580
      ******************************************************************00013590
       9200-LEER-CURSOR.                                                00013600
                                                                        00013610
           EXEC SQL                                                     00013620
                FETCH C-CONTRATOS                                       00013630
                 INTO :E1003-CDGENTI , :E1003-CENTALTA,                 00013640
                      :E1003-CUENTNU , :E1003-CDGPRODU,                 00013650
                      :E1003-CODGCAMP                                   00013660
           END-EXEC                                                     00013670
                                                                        00013680
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013690
                                                                        00013700
           EVALUATE  TRUE                                               00013710
               WHEN  DB2-OK                                             00013720
                     ADD CN-1                 TO CT-CONTRATOS-VIVOS     00013730
                     MOVE E1003-CDGENTI       TO WK-CT-CDGENTI          00013740
                     MOVE E1003-CENTALTA      TO WK-CT-CENTALTA         00013750
                     MOVE E1003-CUENTNU       TO WK-CT-CUENTNU          00013760
                     MOVE E1003-CDGPRODU      TO WK-CT-CDGPRODU         00013770
                     MOVE E1003-CODGCAMP      TO WK-CT-CODGCAMP         00013780
                                                                        00013790
               WHEN  DB2-CLV-NOT-FOUND                                  00013800
                     SET SI-FIN-CURSOR        TO TRUE                   00013810
                     MOVE HIGH-VALUES         TO WK-CLAVE-CONTRATO      00013820
                                                                        00013830
               WHEN  OTHER                                              00013840
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00013850
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00013860
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00013870
                     MOVE CA-MPCHCON          TO WK-RUTINA              00013880
                     MOVE CA-MPDT007          TO WK-TABLA-DB2           00013890
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00013900
                                                                        00013910
                     PERFORM 9000-CANCELACION                           00013920
                        THRU 9000-CANCELACION-EXIT                      00013930
                                                                        00013940
           END-EVALUATE                                                 00013950
                                                                        00013960
           .                                                            00013970
       9200-LEER-CURSOR-EXIT.                                           00013980
           EXIT.                                                        00013990
                                                                        00014000
      ******************************************************************00014010
      ***                   9000-CANCELACION                         ***00014020
      ***                   ----------------                         ***00014030
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014040
      ******************************************************************00014050
       9000-CANCELACION.                                                00014060
                                                                        00014070
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014080
                                                                        00014090
           EVALUATE  TRUE                                               00014100
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014110
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014120
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014130
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00014140
                         RESPONSABLE('WK-RESPONSABLE')                  00014150
                         DESCRIPCION('WK-DESCRIPCION')                  00014160
                         PROGRAMA('WK-PROGRAMA')                        00014170
                         PARRAFO('WK-PARRAFO')                          00014180
                         SQLCA('SQLCA')                                 00014190
                         TABLA_DB2('WK-TABLA-DB2')                      00014200
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00014210
                     END-FUN                                            00014220
                                                                        00014230
               WHEN  OTHER                                              00014240
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014250
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014260
                         RESPONSABLE('WK-RESPONSABLE')                  00014270
                         DESCRIPCION('WK-DESCRIPCION')                  00014280
                         PROGRAMA('WK-PROGRAMA')                        00014290
                         PARRAFO('WK-PARRAFO')                          00014300
                         DDNAME('WK-DDNAME')                            00014310
                         FILE_STATUS('WK-FILE-STATUS')                  00014320
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00014330
                     END-FUN                                            00014340
                                                                        00014350
           END-EVALUATE                                                 00014360
                                                                        00014370
           .                                                            00014380
       9000-CANCELACION-EXIT.                                           00014390
           EXIT.                                                        00014400
