      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCBA.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: BARRIDO AUTOMATICO DE SALDOS ENTRE POSICIONES.   *00000110
      *               PARA CADA REGLA ACTIVA DE POS_REGLA_BARR QUE TOCA*00000120
      *               EJECUTAR EN LA FECHA CONTABLE (DIARIA, SEMANAL O *00000130
      *               MENSUAL) SE LEE EL SALDO ACTUAL DE LA POSICION   *00000140
      *               ORIGEN EN POS_DISP_PMAS Y, SI EXCEDE EL SALDO    *00000150
      *               OBJETIVO EN AL MENOS EL IMPORTE MINIMO, SE       *00000160
      *               GENERA EL PAR DE MOVIMIENTOS DE CONSOLIDACION EN *00000170
      *               FORMATO KJBCRLE1 (ORIGEN AL SALDO OBJETIVO Y     *00000180
      *               DESTINO INCREMENTADO EN EL EXCEDENTE) PARA QUE   *00000190
      *               KJBCCRL LOS APLIQUE. LOS SALDOS SE ARRASTRAN EN  *00000200
      *               MEMORIA ENTRE REGLAS QUE COMPARTEN POSICION.     *00000210
      *               LAS REGLAS CON ORIGEN O DESTINO EN SUSPENSO      *00000220
      *               (POS_DISP_SUSP), ARCHIVADO (POS_DISP_PMAS_ARCH) O*00000230
      *               CON EL DIA CONTABLE CERRADO PARA LA EMPRESA      *00000240
      *               (POS_CIERRE_DIA) NO SE APLICAN: SE LISTAN COMO   *00000250
      *               OMITIDAS Y EL PROCESO TERMINA CON RC 4.          *00000260
      *-                                                              -*00000270
      *  PARAMETROS DE ENTRADA (SYSIN):                                *00000280
      *        WK-FECHA-CONTABLE : FECHA CONTABLE DE LOS MOVIMIENTOS   *00000290
      *                            (AAAA-MM-DD).                       *00000300
      *-                                                              -*00000310
      *  FICHEROS DE SALIDA:                                           *00000320
      *        KJBCBAS1 : MOVIMIENTOS DE BARRIDO EN FORMATO KJBCRLE1.  *00000330
      *        KJBCBAS2 : LISTADO DE EJECUCION DEL BARRIDO.            *00000340
      *-                                                              -*00000350
      *  TABLAS:                                                       *00000360
      *     POS_REGLA_BARR     : REGLAS DE BARRIDO (ACTUALIZA).        *00000370
      *     POS_DISP_PMAS      : POSICIONES CONSOLIDADAS (LECTURA).    *00000380
      *     POS_DISP_SUSP      : SUSPENSOS DE POSICIONES (LECTURA).    *00000390
      *     POS_DISP_PMAS_ARCH : POSICIONES ARCHIVADAS (LECTURA).      *00000400
      *     POS_CIERRE_DIA     : DIAS CONTABLES CERRADOS (LECTURA).    *00000410
      *-                                                              -*00000420
      *  CODIGOS DE RETORNO:                                           *00000430
      *        0 : TODAS LAS REGLAS DEL DIA SE HAN EVALUADO.           *00000440
      *        4 : HAY REGLAS OMITIDAS POR BLOQUEO DE ORIGEN O DESTINO.*00000450
      *-                                                              -*00000460
      ******************************************************************00000470
      *                  M O D I F I C A C I O N E S                   *00000480
      *                  ---------------------------                   *00000490
      *                                                                *00000500
      * USUARIO  FECHA        DESCRIPCION                              *00000510
      * -------- ----------   ---------------------------------------- *00000520
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000530
      *                                                                *00000540
      ******************************************************************00000550
                                                                        00000560
      ******************************************************************00000570
      * IDENTIFICATION DIVISION                                        *00000580
      ******************************************************************00000590
       IDENTIFICATION DIVISION.                                         00000600
       PROGRAM-ID.    KJBCCBA.                                          00000610
       AUTHOR.        VIEWNEXT.                                         00000620
       DATE-WRITTEN.  15-10-2026.                                       00000630
       DATE-COMPILED.                                                   00000640
                                                                        00000650
      ******************************************************************00000660
      * ENVIRONMENT DIVISION                                           *00000670
      ******************************************************************00000680
       ENVIRONMENT DIVISION.                                            00000690
                                                                        00000700
      *----------------------------------------------------------------*00000710
      * CONFIGURATION SECTION                                          *00000720
      *----------------------------------------------------------------*00000730
       CONFIGURATION SECTION.                                           00000740
                                                                        00000750
       SOURCE-COMPUTER. IBM-3090.                                       00000760
       OBJECT-COMPUTER. IBM-3090.                                       00000770
       SPECIAL-NAMES.                                                   00000780
           DECIMAL-POINT IS COMMA.                                      00000790
                                                                        00000800
      *----------------------------------------------------------------*00000810
      * INPUT OUTPUT SECTION                                           *00000820
      *----------------------------------------------------------------*00000830
       INPUT-OUTPUT SECTION.                                            00000840
       FILE-CONTROL.                                                    00000850
                                                                        00000860
      * -- MOVIMIENTOS DE BARRIDO GENERADOS (FORMATO KJBCRLE1).         00000870
           SELECT KJBCBAS1 ASSIGN KJBCBAS1                              00000880
                  ACCESS MODE IS SEQUENTIAL                             00000890
                  FILE STATUS IS FS-KJBCBAS1.                           00000900
                                                                        00000910
      * -- LISTADO DE EJECUCION DEL BARRIDO.                            00000920
           SELECT KJBCBAS2 ASSIGN KJBCBAS2                              00000930
                  ACCESS MODE IS SEQUENTIAL                             00000940
                  FILE STATUS IS FS-KJBCBAS2.                           00000950
                                                                        00000960
      ******************************************************************00000970
      * DATA DIVISION                                                  *00000980
      ******************************************************************00000990
       DATA DIVISION.                                                   00001000
                                                                        00001010
      *----------------------------------------------------------------*00001020
      * FILE SECTION                                                   *00001030
      *----------------------------------------------------------------*00001040
       FILE SECTION.                                                    00001050
                                                                        00001060
       FD  KJBCBAS1                                                     00001070
           BLOCK CONTAINS 0 RECORDS                                     00001080
           RECORDING MODE IS F                                          00001090
           LABEL RECORD ARE STANDARD                                    00001100
           RECORD CONTAINS 64 CHARACTERS                                00001110
           DATA RECORD IS REG-KJBCBAS1.                                 00001120
       01  REG-KJBCBAS1.                                                00001130
           05  RS-IDEMPR                   PIC X(04).                   00001140
           05  RS-IDCENT                   PIC X(04).                   00001150
           05  RS-IDPROD                   PIC X(03).                   00001160
           05  RS-CODSPROD                 PIC X(03).                   00001170
           05  RS-CTOSALDO                 PIC X(03).                   00001180
           05  RS-CODMONSW                 PIC X(03).                   00001190
           05  RS-IMPORTE-CONSO            PIC S9(15)V9(2) COMP-3.      00001200
           05  RS-DIA-CONTABLE             PIC X(02).                   00001210
           05  RS-FECHA-CONTABLE           PIC X(10).                   00001220
           05  RS-TIPO-OPER                PIC X(07).                   00001230
           05  RS-CENTALTA                 PIC X(04).                   00001240
           05  RS-CUENTNU                  PIC X(12).                   00001250
                                                                        00001260
       FD  KJBCBAS2                                                     00001270
           BLOCK CONTAINS 0 RECORDS                                     00001280
           RECORDING MODE IS F                                          00001290
           LABEL RECORD ARE STANDARD                                    00001300
           RECORD CONTAINS 132 CHARACTERS                               00001310
           DATA RECORD IS REG-KJBCBAS2.                                 00001320
       01  REG-KJBCBAS2                    PIC X(132).                  00001330
                                                                        00001340
      *----------------------------------------------------------------*00001350
      * WORKING-STORAGE SECTION                                        *00001360
      *----------------------------------------------------------------*00001370
       WORKING-STORAGE SECTION.                                         00001380
                                                                        00001390
      ******************************************************************00001400
      *                        S W I T C H E S                         *00001410
      ******************************************************************00001420
       01  SW-SWITCHES.                                                 00001430
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001440
               88  DB2-OK                              VALUE 0.         00001450
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001460
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001470
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001480
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001490
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001500
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001510
           05  SW-ENCONTRADO               PIC X(01)   VALUE 'N'.       00001520
               88  SI-ENCONTRADO                       VALUE 'S'.       00001530
               88  NO-ENCONTRADO                       VALUE 'N'.       00001540
                                                                        00001550
      ******************************************************************00001560
      *                      C O N S T A N T E S                       *00001570
      ******************************************************************00001580
       01  CT-CONSTANTES.                                               00001590
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001600
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001610
               10  CA-KJBCCBA              PIC X(08)   VALUE 'KJBCCBA'. 00001620
               10  CA-RESP                 PIC X(14)   VALUE            00001630
                                   'MEDIOS DE PAGO'.                    00001640
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001650
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001660
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001670
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001680
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00001690
               10  CA-CERRADO              PIC X(01)   VALUE 'C'.       00001700
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001710
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00001720
               10  CA-OBS-EJECUTADA        PIC X(24)   VALUE            00001730
                                   'EJECUTADA'.                         00001740
               10  CA-OBS-SIN-EXCEDENTE    PIC X(24)   VALUE            00001750
                                   'SIN EXCEDENTE'.                     00001760
               10  CA-OBS-BAJO-MINIMO      PIC X(24)   VALUE            00001770
                                   'EXCEDENTE BAJO MINIMO'.             00001780
               10  CA-OBS-SIN-ORIGEN       PIC X(24)   VALUE            00001790
                                   'SIN POSICION ORIGEN'.               00001800
               10  CA-OBS-DIA-CERRADO      PIC X(24)   VALUE            00001810
                                   'OMITIDA: DIA CERRADO'.              00001820
               10  CA-OBS-ARCHIVADA        PIC X(24)   VALUE            00001830
                                   'OMITIDA: ARCHIVADA'.                00001840
               10  CA-OBS-SUSPENSO         PIC X(24)   VALUE            00001850
                                   'OMITIDA: EN SUSPENSO'.              00001860
               10  CA-OBS-MISMA-POSICION   PIC X(24)   VALUE            00001870
                                   'OMITIDA: ORIGEN=DESTINO'.           00001880
               10  CA-TOTAL-GENERAL        PIC X(14)   VALUE            00001890
                                   'TOTAL GENERAL'.                     00001900
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001910
                                   'ERROR AL ABRIR UN FICHERO'.         00001920
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001930
                                   'ERROR AL CERRAR UN FICHERO'.        00001940
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001950
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001960
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001970
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001980
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001990
                         'ERROR EN ACCESO AL CURSOR C-REGLAS'.          00002000
               10  CA-ERR-REGLA            PIC X(38)   VALUE            00002010
                         'ERROR EN ACCESO A POS_REGLA_BARR'.            00002020
               10  CA-ERR-SUSPENSO         PIC X(38)   VALUE            00002030
                         'ERROR EN ACCESO A POS_DISP_SUSP'.             00002040
               10  CA-ERR-ARCHIVO          PIC X(38)   VALUE            00002050
                         'ERROR EN ACCESO A POS_DISP_PMAS_ARCH'.        00002060
               10  CA-ERR-CIERRE           PIC X(38)   VALUE            00002070
                         'ERROR EN ACCESO A POS_CIERRE_DIA'.            00002080
               10  CA-ERR-TABLA-LLENA      PIC X(38)   VALUE            00002090
                         'TABLA DE SALDOS EN MEMORIA LLENA'.            00002100
               10  CA-ERR-COMMIT           PIC X(30)   VALUE            00002110
                         'ERROR AL REALIZAR EL COMMIT'.                 00002120
               10  CA-KJBCBAS1             PIC X(08)   VALUE 'KJBCBAS1'.00002130
               10  CA-KJBCBAS2             PIC X(08)   VALUE 'KJBCBAS2'.00002140
               10  CA-POS-REGLA-BARR       PIC X(14)   VALUE            00002150
                                   'POS_REGLA_BARR'.                    00002160
               10  CA-POS-DISP-SUSP        PIC X(13)   VALUE            00002170
                                   'POS_DISP_SUSP'.                     00002180
               10  CA-POS-DISP-PMAS-ARCH   PIC X(18)   VALUE            00002190
                                   'POS_DISP_PMAS_ARCH'.                00002200
               10  CA-POS-CIERRE-DIA       PIC X(14)   VALUE            00002210
                                   'POS_CIERRE_DIA'.                    00002220
               10  CA-PRF-1000             PIC X(11)   VALUE            00002230
                                   '1000-INICIO'.                       00002240
               10  CA-PRF-1100             PIC X(19)   VALUE            00002250
                                   '1100-ABRIR-FICHEROS'.               00002260
               10  CA-PRF-1200             PIC X(18)   VALUE            00002270
                                   '1200-ABRIR-CURSOR'.                 00002280
               10  CA-PRF-2110             PIC X(24)   VALUE            00002290
                                   '2110-COMPROBAR-CIERRE'.             00002300
               10  CA-PRF-2120             PIC X(24)   VALUE            00002310
                                   '2120-COMPROBAR-ARCHIVO'.            00002320
               10  CA-PRF-2130             PIC X(24)   VALUE            00002330
                                   '2130-COMPROBAR-SUSPENSO'.           00002340
               10  CA-PRF-2210             PIC X(24)   VALUE            00002350
                                   '2210-ESCRIBIR-MOVIMIENTO'.          00002360
               10  CA-PRF-2220             PIC X(24)   VALUE            00002370
                                   '2220-ACTUALIZAR-REGLA'.             00002380
               10  CA-PRF-2310             PIC X(24)   VALUE            00002390
                                   '2310-OBTENER-SALDO'.                00002400
               10  CA-PRF-2500             PIC X(20)   VALUE            00002410
                                   '2500-ESCRIBIR-LINEA'.               00002420
               10  CA-PRF-3000             PIC X(08)   VALUE            00002430
                                   '3000-FIN'.                          00002440
               10  CA-PRF-3100             PIC X(20)   VALUE            00002450
                                   '3100-CERRAR-FICHEROS'.              00002460
               10  CA-PRF-9200             PIC X(16)   VALUE            00002470
                                   '9200-LEER-CURSOR'.                  00002480
                                                                        00002490
           05  CN-CONSTANTES-NUMERICAS.                                 00002500
               10  CN-1                    PIC 9(01)   VALUE 1.         00002510
               10  CN-2                    PIC 9(01)   VALUE 2.         00002520
               10  CN-4                    PIC 9(01)   VALUE 4.         00002530
               10  CN-MAX-SALDOS           PIC 9(04)   VALUE 2000.      00002540
                                                                        00002550
      ******************************************************************00002560
      *                    C O N T A D O R E S                         *00002570
      ******************************************************************00002580
       01  CT-CONTADORES.                                               00002590
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002600
           05  CT-EJECUTADAS               PIC 9(9)    VALUE ZEROES.    00002610
           05  CT-SIN-BARRIDO              PIC 9(9)    VALUE ZEROES.    00002620
           05  CT-OMITIDAS                 PIC 9(9)    VALUE ZEROES.    00002630
           05  CT-MOVIMIENTOS              PIC 9(9)    VALUE ZEROES.    00002640
                                                                        00002650
      ******************************************************************00002660
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002670
      ******************************************************************00002680
       01  WK-ESTADISTICA.                                              00002690
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002700
           05  WK-CAB-2                    PIC X(55)   VALUE            00002710
                   '* ESTADISTICAS DE KJBCCBA                   *'.     00002720
           05  WK-CAB-3.                                                00002730
               10  FILLER                  PIC X(45)   VALUE            00002740
                   '* REGLAS A EVALUAR EN LA FECHA:            '.       00002750
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002760
               10  FILLER                  PIC X(01)   VALUE '*'.       00002770
           05  WK-CAB-4.                                                00002780
               10  FILLER                  PIC X(45)   VALUE            00002790
                   '* REGLAS EJECUTADAS:                       '.       00002800
               10  WK-EJECUTADAS-ED        PIC ZZZZZZZZ9.               00002810
               10  FILLER                  PIC X(01)   VALUE '*'.       00002820
           05  WK-CAB-5.                                                00002830
               10  FILLER                  PIC X(45)   VALUE            00002840
                   '* REGLAS SIN IMPORTE A BARRER:             '.       00002850
               10  WK-SIN-BARRIDO-ED       PIC ZZZZZZZZ9.               00002860
               10  FILLER                  PIC X(01)   VALUE '*'.       00002870
           05  WK-CAB-6.                                                00002880
               10  FILLER                  PIC X(45)   VALUE            00002890
                   '* REGLAS OMITIDAS POR BLOQUEO:             '.       00002900
               10  WK-OMITIDAS-ED          PIC ZZZZZZZZ9.               00002910
               10  FILLER                  PIC X(01)   VALUE '*'.       00002920
           05  WK-CAB-7.                                                00002930
               10  FILLER                  PIC X(45)   VALUE            00002940
                   '* MOVIMIENTOS GENERADOS:                   '.       00002950
               10  WK-MOVIMIENTOS-ED       PIC ZZZZZZZZ9.               00002960
               10  FILLER                  PIC X(01)   VALUE '*'.       00002970
                                                                        00002980
      ******************************************************************00002990
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003000
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003010
      ******************************************************************00003020
       01  WK-CANCELACION-BATCH.                                        00003030
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003040
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003050
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003060
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCBA'. 00003070
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003080
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003090
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003100
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003110
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003120
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003130
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003140
                                                                        00003150
      ******************************************************************00003160
      *                      F I L E  S T A T U S                      *00003170
      ******************************************************************00003180
       01  FS-FILE-STATUS.                                              00003190
           05  FS-KJBCBAS1                 PIC X(02).                   00003200
           05  FS-KJBCBAS2                 PIC X(02).                   00003210
                                                                        00003220
      * -- CABECERA Y COLA DE CONTROL DEL FICHERO GENERADO, EN EL       00003230
      * -- FORMATO QUE VALIDA LA CONSOLIDACION (REG-KJBCRLE1-CAB/FIN).  00003240
       01  WK-REG-CABECERA.                                             00003250
           05  WK-CAB-TIPO-REG             PIC X(04)   VALUE '*CAB'.    00003260
           05  WK-CAB-FECHA-PROCESO        PIC X(10)   VALUE SPACES.    00003270
           05  WK-CAB-ORIGEN               PIC X(08)   VALUE 'KJBCCBA'. 00003280
           05  FILLER                      PIC X(42)   VALUE SPACES.    00003290
                                                                        00003300
       01  WK-REG-COLA.                                                 00003310
           05  WK-FIN-TIPO-REG             PIC X(04)   VALUE '*FIN'.    00003320
           05  WK-FIN-NUM-MOVS             PIC 9(09)   VALUE ZEROES.    00003330
           05  WK-FIN-SIGNO-HASH           PIC X(01)   VALUE '+'.       00003340
           05  WK-FIN-HASH-IMPORTES        PIC 9(15)V9(2)               00003350
                                                       VALUE ZEROES.    00003360
           05  FILLER                      PIC X(33)   VALUE SPACES.    00003370
                                                                        00003380
      ******************************************************************00003390
      *                 L I N E A S  D E  I N F O R M E                *00003400
      ******************************************************************00003410
       01  WK-LINEA-CABECERA.                                           00003420
           05  FILLER                      PIC X(41)   VALUE            00003430
               'EJECUCION DEL BARRIDO DE SALDOS. FECHA: '.              00003440
           05  WC-FECHA-CONTABLE           PIC X(10).                   00003450
           05  FILLER                      PIC X(81)   VALUE SPACES.    00003460
                                                                        00003470
       01  WK-LINEA-TITULOS.                                            00003480
           05  FILLER                      PIC X(08)   VALUE 'REGLA'.   00003490
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00003500
           05  FILLER                      PIC X(17)   VALUE            00003510
               'ORIGEN'.                                                00003520
           05  FILLER                      PIC X(17)   VALUE            00003530
               'DESTINO'.                                               00003540
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003550
           05  FILLER                      PIC X(22)   VALUE            00003560
               '        SALDO ORIGEN '.                                 00003570
           05  FILLER                      PIC X(22)   VALUE            00003580
               '     IMPORTE BARRIDO '.                                 00003590
           05  FILLER                      PIC X(24)   VALUE            00003600
               'SITUACION'.                                             00003610
           05  FILLER                      PIC X(13)   VALUE SPACES.    00003620
                                                                        00003630
       01  WK-LINEA-DETALLE.                                            00003640
           05  WD-NUMREGLA                 PIC ZZZZZZ9.                 00003650
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003660
           05  WD-IDEMPRD                  PIC X(04).                   00003670
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003680
           05  WD-CENTOR                   PIC X(04).                   00003690
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003700
           05  WD-PRODOR                   PIC X(03).                   00003710
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003720
           05  WD-SPRODOR                  PIC X(03).                   00003730
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003740
           05  WD-CTOSALOR                 PIC X(03).                   00003750
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003760
           05  WD-CENTDE                   PIC X(04).                   00003770
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003780
           05  WD-PRODDE                   PIC X(03).                   00003790
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003800
           05  WD-SPRODDE                  PIC X(03).                   00003810
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003820
           05  WD-CTOSALDE                 PIC X(03).                   00003830
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003840
           05  WD-CODMONSW                 PIC X(03).                   00003850
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003860
           05  WD-SALDO-ORIGEN             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003870
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003880
           05  WD-IMPORTE-BARRIDO          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.   00003890
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003900
           05  WD-SITUACION                PIC X(24).                   00003910
           05  FILLER                      PIC X(13)   VALUE SPACES.    00003920
                                                                        00003930
       01  WK-LINEA-TOTAL.                                              00003940
           05  WT-CONCEPTO                 PIC X(14).                   00003950
           05  FILLER                      PIC X(08)   VALUE            00003960
               ' REGLAS:'.                                              00003970
           05  WT-LEIDAS                   PIC ZZZZZZ9.                 00003980
           05  FILLER                      PIC X(12)   VALUE            00003990
               ' EJECUTADAS:'.                                          00004000
           05  WT-EJECUTADAS               PIC ZZZZZZ9.                 00004010
           05  FILLER                      PIC X(13)   VALUE            00004020
               ' SIN BARRIDO:'.                                         00004030
           05  WT-SIN-BARRIDO              PIC ZZZZZZ9.                 00004040
           05  FILLER                      PIC X(10)   VALUE            00004050
               ' OMITIDAS:'.                                            00004060
           05  WT-OMITIDAS                 PIC ZZZZZZ9.                 00004070
           05  FILLER                      PIC X(47)   VALUE SPACES.    00004080
                                                                        00004090
      ******************************************************************00004100
      *                      V A R I A B L E S                         *00004110
      ******************************************************************00004120
       01  WK-VARIABLES.                                                00004130
           05  WK-PARAMETROS-SYSIN.                                     00004140
               10  WK-FECHA-CONTABLE.                                   00004150
                   15  FILLER              PIC X(08).                   00004160
                   15  WK-DIA-CONTABLE     PIC X(02).                   00004170
           05  WK-NUM-FILAS                PIC S9(09)  COMP.            00004180
           05  WK-SALDO-ORIGEN             PIC S9(15)V9(2) COMP-3.      00004190
           05  WK-SALDO-DESTINO            PIC S9(15)V9(2) COMP-3.      00004200
           05  WK-EXCEDENTE                PIC S9(15)V9(2) COMP-3.      00004210
           05  WK-HASH-IMPORTES            PIC S9(15)V9(2) COMP-3.      00004220
           05  WK-SALDO-LEIDO              PIC S9(15)V9(2) COMP-3.      00004230
                                                                        00004240
      * -- CLAVE DE POSICION DE TRABAJO (ORIGEN O DESTINO).             00004250
           05  WK-CLAVE-POSICION.                                       00004260
               10  WK-CP-IDEMPRD           PIC X(04).                   00004270
               10  WK-CP-IDCENTD           PIC X(04).                   00004280
               10  WK-CP-IDPRODD           PIC X(03).                   00004290
               10  WK-CP-CODSPROD          PIC X(03).                   00004300
               10  WK-CP-CTOSALDO          PIC X(03).                   00004310
               10  WK-CP-CODMONSW          PIC X(03).                   00004320
           05  WK-CLAVE-ORIGEN             PIC X(20).                   00004330
           05  WK-CLAVE-DESTINO            PIC X(20).                   00004340
                                                                        00004350
      * -- SALDOS DE TRABAJO DE LAS POSICIONES YA BARRIDAS EN LA        00004360
      * -- EJECUCION, PARA ENCADENAR REGLAS QUE COMPARTEN POSICION.     00004370
       01  WK-TABLA-SALDOS.                                             00004380
           05  WK-NUM-SALDOS               PIC 9(04)   COMP.            00004390
           05  WK-IDX                      PIC 9(04)   COMP.            00004400
           05  WK-SALDO-POSICION OCCURS 2000 TIMES.                     00004410
               10  WK-SP-CLAVE             PIC X(20).                   00004420
               10  WK-SP-SALDO             PIC S9(15)V9(2) COMP-3.      00004430
                                                                        00004440
      * -- ULTIMA FILA LEIDA DEL CURSOR DE REGLAS.                      00004450
       01  WK-FILA-CURSOR.                                              00004460
           05  WF-NUMREGLA                 PIC S9(09)  COMP.            00004470
           05  WF-IDEMPRD                  PIC X(04).                   00004480
           05  WF-CENTOR                   PIC X(04).                   00004490
           05  WF-PRODOR                   PIC X(03).                   00004500
           05  WF-SPRODOR                  PIC X(03).                   00004510
           05  WF-CTOSALOR                 PIC X(03).                   00004520
           05  WF-CENTDE                   PIC X(04).                   00004530
           05  WF-PRODDE                   PIC X(03).                   00004540
           05  WF-SPRODDE                  PIC X(03).                   00004550
           05  WF-CTOSALDE                 PIC X(03).                   00004560
           05  WF-CODMONSW                 PIC X(03).                   00004570
           05  WF-IMPOBJET                 PIC S9(15)V9(2) COMP-3.      00004580
           05  WF-IMPMINIMO                PIC S9(15)V9(2) COMP-3.      00004590
           05  WF-EXISTE-ORIGEN            PIC X(01).                   00004600
               88  WF-SI-EXISTE-ORIGEN                 VALUE 'S'.       00004610
           05  WF-SALDO-ORIGEN             PIC S9(15)V9(2) COMP-3.      00004620
           05  WF-EXISTE-DESTINO           PIC X(01).                   00004630
               88  WF-SI-EXISTE-DESTINO                VALUE 'S'.       00004640
           05  WF-SALDO-DESTINO            PIC S9(15)V9(2) COMP-3.      00004650
                                                                        00004660
      * -- COPY DE COMUNICACION CON DB2.                                00004670
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004680
                                                                        00004690
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS.                            00004700
           EXEC SQL INCLUDE D7397400 END-EXEC.                          00004710
                                                                        00004720
      * -- DCLGEN DE LA TABLA POS_DISP_SUSP.                            00004730
           EXEC SQL INCLUDE D7397801 END-EXEC.                          00004740
                                                                        00004750
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS_ARCH.                       00004760
           EXEC SQL INCLUDE D7398000 END-EXEC.                          00004770
                                                                        00004780
      * -- DCLGEN DE LA TABLA POS_CIERRE_DIA.                           00004790
           EXEC SQL INCLUDE D7398900 END-EXEC.                          00004800
                                                                        00004810
      * -- DCLGEN DE LA TABLA POS_REGLA_BARR.                           00004820
           EXEC SQL INCLUDE D7400500 END-EXEC.                          00004830
                                                                        00004840
      ******************************************************************00004850
      *                       PROCEDURE DIVISION                       *00004860
      ******************************************************************00004870
       PROCEDURE DIVISION.                                              00004880
                                                                        00004890
           PERFORM 1000-INICIO                                          00004900
              THRU 1000-INICIO-EXIT                                     00004910
                                                                        00004920
           PERFORM 2000-PROCESO                                         00004930
              THRU 2000-PROCESO-EXIT                                    00004940
             UNTIL SI-FIN-CURSOR                                        00004950
                                                                        00004960
           PERFORM 3000-FIN                                             00004970
              THRU 3000-FIN-EXIT                                        00004980
                                                                        00004990
           .                                                            00005000
                                                                        00005010
      ******************************************************************00005020
      ***                   1000-INICIO                             *** 00005030
      ***                   -----------                             *** 00005040
      * SE VALIDA LA FECHA CONTABLE DE SYSIN, SE ABREN LOS FICHEROS,   *00005050
      * SE ESCRIBEN LAS CABECERAS Y SE ABRE EL CURSOR DE REGLAS.       *00005060
      ******************************************************************00005070
       1000-INICIO.                                                     00005080
                                                                        00005090
           INITIALIZE WK-VARIABLES                                      00005100
                      CT-CONTADORES                                     00005110
                                                                        00005120
           MOVE ZEROES                       TO WK-NUM-SALDOS           00005130
                                                                        00005140
           SET NO-FIN-CURSOR                 TO TRUE                    00005150
                                                                        00005160
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005170
                                                                        00005180
           IF  WK-FECHA-CONTABLE = SPACES OR LOW-VALUES                 00005190
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005200
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00005210
               MOVE CA-PRF-1000              TO WK-PARRAFO              00005220
                                                                        00005230
               PERFORM 9000-CANCELACION                                 00005240
                  THRU 9000-CANCELACION-EXIT                            00005250
                                                                        00005260
           END-IF                                                       00005270
                                                                        00005280
           PERFORM 1100-ABRIR-FICHEROS                                  00005290
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005300
                                                                        00005310
           MOVE WK-FECHA-CONTABLE            TO WK-CAB-FECHA-PROCESO    00005320
                                                WC-FECHA-CONTABLE       00005330
                                                                        00005340
           WRITE REG-KJBCBAS1 FROM WK-REG-CABECERA                      00005350
                                                                        00005360
           IF  FS-KJBCBAS1 NOT = CA-FS-OK                               00005370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005380
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00005390
               MOVE CA-PRF-1000              TO WK-PARRAFO              00005400
               MOVE CA-KJBCBAS1              TO WK-DDNAME               00005410
               MOVE FS-KJBCBAS1              TO WK-FILE-STATUS          00005420
                                                                        00005430
               PERFORM 9000-CANCELACION                                 00005440
                  THRU 9000-CANCELACION-EXIT                            00005450
                                                                        00005460
           END-IF                                                       00005470
                                                                        00005480
           MOVE WK-LINEA-CABECERA            TO REG-KJBCBAS2            00005490
                                                                        00005500
           PERFORM 2500-ESCRIBIR-LINEA                                  00005510
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005520
                                                                        00005530
           MOVE SPACES                       TO REG-KJBCBAS2            00005540
                                                                        00005550
           PERFORM 2500-ESCRIBIR-LINEA                                  00005560
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005570
                                                                        00005580
           MOVE WK-LINEA-TITULOS             TO REG-KJBCBAS2            00005590
                                                                        00005600
           PERFORM 2500-ESCRIBIR-LINEA                                  00005610
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005620
                                                                        00005630
           PERFORM 1200-ABRIR-CURSOR                                    00005640
              THRU 1200-ABRIR-CURSOR-EXIT                               00005650
                                                                        00005660
           PERFORM 9200-LEER-CURSOR                                     00005670
              THRU 9200-LEER-CURSOR-EXIT                                00005680
                                                                        00005690
           .                                                            00005700
       1000-INICIO-EXIT.                                                00005710
           EXIT.                                                        00005720
                                                                        00005730
      ******************************************************************00005740
      ***                   1100-ABRIR-FICHEROS                     *** 00005750
      ***                   -------------------                     *** 00005760
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00005770
      ******************************************************************00005780
       1100-ABRIR-FICHEROS.                                             00005790
                                                                        00005800
           OPEN OUTPUT KJBCBAS1                                         00005810
                       KJBCBAS2                                         00005820
                                                                        00005830
           IF  FS-KJBCBAS1 NOT = CA-FS-OK                               00005840
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005850
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005860
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005870
               MOVE CA-KJBCBAS1              TO WK-DDNAME               00005880
               MOVE FS-KJBCBAS1              TO WK-FILE-STATUS          00005890
                                                                        00005900
               PERFORM 9000-CANCELACION                                 00005910
                  THRU 9000-CANCELACION-EXIT                            00005920
                                                                        00005930
           END-IF                                                       00005940
                                                                        00005950
           IF  FS-KJBCBAS2 NOT = CA-FS-OK                               00005960
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005970
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005980
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005990
               MOVE CA-KJBCBAS2              TO WK-DDNAME               00006000
               MOVE FS-KJBCBAS2              TO WK-FILE-STATUS          00006010
                                                                        00006020
               PERFORM 9000-CANCELACION                                 00006030
                  THRU 9000-CANCELACION-EXIT                            00006040
                                                                        00006050
           END-IF                                                       00006060
                                                                        00006070
           .                                                            00006080
       1100-ABRIR-FICHEROS-EXIT.                                        00006090
           EXIT.                                                        00006100
                                                                        00006110
      ******************************************************************00006120
      ***                   1200-ABRIR-CURSOR                       *** 00006130
      ***                   -----------------                       *** 00006140
      * SE DECLARA Y ABRE EL CURSOR DE REGLAS ACTIVAS QUE TOCA EJECUTAR*00006150
      * EN LA FECHA CONTABLE ('D' DIARIA; 'S' SEMANAL EN EL DIA DE LA  *00006160
      * SEMANA G6558_DIAEJEC, 1 LUNES; 'M' MENSUAL EN EL DIA DEL MES   *00006170
      * G6558_DIAEJEC) Y NO EJECUTADAS YA EN ESA FECHA, CON EL SALDO   *00006180
      * ACTUAL DE SU ORIGEN Y SU DESTINO, EN ORDEN DE NUMERO DE REGLA. *00006190
      ******************************************************************00006200
       1200-ABRIR-CURSOR.                                               00006210
                                                                        00006220
           EXEC SQL                                                     00006230
                DECLARE C-REGLAS CURSOR FOR                             00006240
                SELECT R.G6558_NUMREGLA , R.G6558_IDEMPRD ,             00006250
                       R.G6558_CENTOR   , R.G6558_PRODOR  ,             00006260
                       R.G6558_SPRODOR  , R.G6558_CTOSALOR,             00006270
                       R.G6558_CENTDE   , R.G6558_PRODDE  ,             00006280
                       R.G6558_SPRODDE  , R.G6558_CTOSALDE,             00006290
                       R.G6558_CODMONSW , R.G6558_IMPOBJET,             00006300
                       R.G6558_IMPMINIMO,                               00006310
                       CASE WHEN O.G6524_IDEMPRD IS NULL                00006320
                            THEN 'N' ELSE 'S' END,                      00006330
                       COALESCE(O.G6524_IMPSLDC, 0),                    00006340
                       CASE WHEN D.G6524_IDEMPRD IS NULL                00006350
                            THEN 'N' ELSE 'S' END,                      00006360
                       COALESCE(D.G6524_IMPSLDC, 0)                     00006370
                  FROM POS_REGLA_BARR R                                 00006380
                  LEFT OUTER JOIN POS_DISP_PMAS O                       00006390
                    ON O.G6524_IDEMPRD  = R.G6558_IDEMPRD               00006400
                   AND O.G6524_IDCENTD  = R.G6558_CENTOR                00006410
                   AND O.G6524_IDPRODD  = R.G6558_PRODOR                00006420
                   AND O.G6524_CODSPROD = R.G6558_SPRODOR               00006430
                   AND O.G6524_CTOSALDO = R.G6558_CTOSALOR              00006440
                   AND O.G6524_CODMONSW = R.G6558_CODMONSW              00006450
                  LEFT OUTER JOIN POS_DISP_PMAS D                       00006460
                    ON D.G6524_IDEMPRD  = R.G6558_IDEMPRD               00006470
                   AND D.G6524_IDCENTD  = R.G6558_CENTDE                00006480
                   AND D.G6524_IDPRODD  = R.G6558_PRODDE                00006490
                   AND D.G6524_CODSPROD = R.G6558_SPRODDE               00006500
                   AND D.G6524_CTOSALDO = R.G6558_CTOSALDE              00006510
                   AND D.G6524_CODMONSW = R.G6558_CODMONSW              00006520
                 WHERE R.G6558_ACTIVA   = 'S'                           00006530
                   AND R.G6558_FECULTEJ < DATE(:WK-FECHA-CONTABLE)      00006540
                   AND (R.G6558_FRECUENC = 'D'                          00006550
                    OR (R.G6558_FRECUENC = 'S'                          00006560
                   AND  R.G6558_DIAEJEC  =                              00006570
                        DAYOFWEEK_ISO(DATE(:WK-FECHA-CONTABLE)))        00006580
                    OR (R.G6558_FRECUENC = 'M'                          00006590
                   AND  R.G6558_DIAEJEC  =                              00006600
                        DAY(DATE(:WK-FECHA-CONTABLE))))                 00006610
                 ORDER BY R.G6558_NUMREGLA                              00006620
           END-EXEC                                                     00006630
                                                                        00006640
           EXEC SQL                                                     00006650
                OPEN C-REGLAS                                           00006660
           END-EXEC                                                     00006670
                                                                        00006680
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006690
                                                                        00006700
           IF  NOT DB2-OK                                               00006710
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006720
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006730
               MOVE CA-PRF-1200               TO WK-PARRAFO             00006740
               MOVE CA-KJBCCBA                TO WK-RUTINA              00006750
               MOVE CA-POS-REGLA-BARR         TO WK-TABLA-DB2           00006760
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006770
                                                                        00006780
               PERFORM 9000-CANCELACION                                 00006790
                  THRU 9000-CANCELACION-EXIT                            00006800
                                                                        00006810
           END-IF                                                       00006820
                                                                        00006830
           .                                                            00006840
       1200-ABRIR-CURSOR-EXIT.                                          00006850
           EXIT.                                                        00006860
                                                                        00006870
      ******************************************************************00006880
      ***                   2000-PROCESO                            *** 00006890
      ***                   ------------                            *** 00006900
      * SE EVALUA LA REGLA LEIDA: SI ORIGEN O DESTINO ESTAN BLOQUEADOS *00006910
      * SE OMITE ENTERA; EN OTRO CASO SE CALCULA EL EXCEDENTE SOBRE EL *00006920
      * SALDO OBJETIVO Y, SI LLEGA AL MINIMO, SE BARRE.                *00006930
      ******************************************************************00006940
       2000-PROCESO.                                                    00006950
                                                                        00006960
           ADD CN-1                          TO CT-REG-LEIDOS           00006970
                                                                        00006980
           MOVE ZEROES                       TO WK-EXCEDENTE            00006990
           MOVE SPACES                       TO WD-SITUACION            00007000
                                                                        00007010
           MOVE WF-IDEMPRD                   TO WK-CP-IDEMPRD           00007020
           MOVE WF-CENTOR                    TO WK-CP-IDCENTD           00007030
           MOVE WF-PRODOR                    TO WK-CP-IDPRODD           00007040
           MOVE WF-SPRODOR                   TO WK-CP-CODSPROD          00007050
           MOVE WF-CTOSALOR                  TO WK-CP-CTOSALDO          00007060
           MOVE WF-CODMONSW                  TO WK-CP-CODMONSW          00007070
           MOVE WK-CLAVE-POSICION            TO WK-CLAVE-ORIGEN         00007080
                                                                        00007090
           MOVE WF-CENTDE                    TO WK-CP-IDCENTD           00007100
           MOVE WF-PRODDE                    TO WK-CP-IDPRODD           00007110
           MOVE WF-SPRODDE                   TO WK-CP-CODSPROD          00007120
           MOVE WF-CTOSALDE                  TO WK-CP-CTOSALDO          00007130
           MOVE WK-CLAVE-POSICION            TO WK-CLAVE-DESTINO        00007140
                                                                        00007150
           PERFORM 2100-VALIDAR-REGLA                                   00007160
              THRU 2100-VALIDAR-REGLA-EXIT                              00007170
                                                                        00007180
           IF  WD-SITUACION = SPACES                                    00007190
               PERFORM 2200-CALCULAR-BARRIDO                            00007200
                  THRU 2200-CALCULAR-BARRIDO-EXIT                       00007210
           ELSE                                                         00007220
               MOVE WF-SALDO-ORIGEN          TO WK-SALDO-ORIGEN         00007230
               ADD CN-1                      TO CT-OMITIDAS             00007240
           END-IF                                                       00007250
                                                                        00007260
           PERFORM 2400-LISTAR-REGLA                                    00007270
              THRU 2400-LISTAR-REGLA-EXIT                               00007280
                                                                        00007290
           PERFORM 9200-LEER-CURSOR                                     00007300
              THRU 9200-LEER-CURSOR-EXIT                                00007310
                                                                        00007320
           .                                                            00007330
       2000-PROCESO-EXIT.                                               00007340
           EXIT.                                                        00007350
                                                                        00007360
      ******************************************************************00007370
      ***                   2100-VALIDAR-REGLA                      *** 00007380
      ***                   ------------------                      *** 00007390
      * SE COMPRUEBA QUE NI EL ORIGEN NI EL DESTINO DE LA REGLA ESTEN  *00007400
      * BLOQUEADOS. SI LO ESTAN SE INFORMA WD-SITUACION CON EL MOTIVO. *00007410
      ******************************************************************00007420
       2100-VALIDAR-REGLA.                                              00007430
                                                                        00007440
           IF  WK-CLAVE-ORIGEN = WK-CLAVE-DESTINO                       00007450
               MOVE CA-OBS-MISMA-POSICION    TO WD-SITUACION            00007460
               GO TO 2100-VALIDAR-REGLA-EXIT                            00007470
           END-IF                                                       00007480
                                                                        00007490
           PERFORM 2110-COMPROBAR-CIERRE                                00007500
              THRU 2110-COMPROBAR-CIERRE-EXIT                           00007510
                                                                        00007520
           IF  WD-SITUACION NOT = SPACES                                00007530
               GO TO 2100-VALIDAR-REGLA-EXIT                            00007540
           END-IF                                                       00007550
                                                                        00007560
           IF  NOT WF-SI-EXISTE-ORIGEN                                  00007570
            OR NOT WF-SI-EXISTE-DESTINO                                 00007580
               PERFORM 2120-COMPROBAR-ARCHIVO                           00007590
                  THRU 2120-COMPROBAR-ARCHIVO-EXIT                      00007600
           END-IF                                                       00007610
                                                                        00007620
           IF  WD-SITUACION NOT = SPACES                                00007630
               GO TO 2100-VALIDAR-REGLA-EXIT                            00007640
           END-IF                                                       00007650
                                                                        00007660
           PERFORM 2130-COMPROBAR-SUSPENSO                              00007670
              THRU 2130-COMPROBAR-SUSPENSO-EXIT                         00007680
                                                                        00007690
           .                                                            00007700
       2100-VALIDAR-REGLA-EXIT.                                         00007710
           EXIT.                                                        00007720
                                                                        00007730
      ******************************************************************00007740
      ***                   2110-COMPROBAR-CIERRE                   *** 00007750
      ***                   ---------------------                   *** 00007760
      * SE COMPRUEBA SI LA FECHA CONTABLE ESTA CERRADA PARA LA EMPRESA *00007770
      * DE LA REGLA EN POS_CIERRE_DIA.                                 *00007780
      ******************************************************************00007790
       2110-COMPROBAR-CIERRE.                                           00007800
                                                                        00007810
           INITIALIZE DCLPOS-CIERRE-DIA                                 00007820
                                                                        00007830
           EXEC SQL                                                     00007840
                SELECT G6542_ESTADO                                     00007850
                  INTO :G6542-ESTADO                                    00007860
                  FROM POS_CIERRE_DIA                                   00007870
                 WHERE G6542_IDEMPRD  = :WF-IDEMPRD                     00007880
                   AND G6542_FECCONTA = :WK-FECHA-CONTABLE              00007890
           END-EXEC                                                     00007900
                                                                        00007910
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007920
                                                                        00007930
           EVALUATE  TRUE                                               00007940
               WHEN  DB2-OK                                             00007950
                     IF  G6542-ESTADO = CA-CERRADO                      00007960
                         MOVE CA-OBS-DIA-CERRADO                        00007970
                                              TO WD-SITUACION           00007980
                     END-IF                                             00007990
                                                                        00008000
               WHEN  DB2-CLV-NOT-FOUND                                  00008010
                     CONTINUE                                           00008020
                                                                        00008030
               WHEN  OTHER                                              00008040
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008050
                     MOVE CA-ERR-CIERRE       TO WK-DESCRIPCION         00008060
                     MOVE CA-PRF-2110         TO WK-PARRAFO             00008070
                     MOVE CA-KJBCCBA          TO WK-RUTINA              00008080
                     MOVE CA-POS-CIERRE-DIA   TO WK-TABLA-DB2           00008090
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008100
                                                                        00008110
                     PERFORM 9000-CANCELACION                           00008120
                        THRU 9000-CANCELACION-EXIT                      00008130
                                                                        00008140
           END-EVALUATE                                                 00008150
                                                                        00008160
           .                                                            00008170
       2110-COMPROBAR-CIERRE-EXIT.                                      00008180
           EXIT.                                                        00008190
                                                                        00008200
      ******************************************************************00008210
      ***                   2120-COMPROBAR-ARCHIVO                  *** 00008220
      ***                   ----------------------                  *** 00008230
      * UNA POSICION DE LA REGLA QUE NO ESTA EN POS_DISP_PMAS PUEDE    *00008240
      * HABER SIDO ARCHIVADA; SE BUSCA EN POS_DISP_PMAS_ARCH. UN       *00008250
      * DESTINO NO ARCHIVADO QUE AUN NO EXISTE SE DARA DE ALTA AL      *00008260
      * CONSOLIDAR; UN ORIGEN INEXISTENTE NO TIENE SALDO QUE BARRER.   *00008270
      ******************************************************************00008280
       2120-COMPROBAR-ARCHIVO.                                          00008290
                                                                        00008300
           EXEC SQL                                                     00008310
                SELECT COUNT(*)                                         00008320
                  INTO :WK-NUM-FILAS                                    00008330
                  FROM POS_DISP_PMAS_ARCH                               00008340
                 WHERE G6531_IDEMPRD  = :WF-IDEMPRD                     00008350
                   AND G6531_CODMONSW = :WF-CODMONSW                    00008360
                   AND ((G6531_IDCENTD  = :WF-CENTOR                    00008370
                   AND   G6531_IDPRODD  = :WF-PRODOR                    00008380
                   AND   G6531_CODSPROD = :WF-SPRODOR                   00008390
                   AND   G6531_CTOSALDO = :WF-CTOSALOR                  00008400
                   AND   :WF-EXISTE-ORIGEN = 'N')                       00008410
                    OR  (G6531_IDCENTD  = :WF-CENTDE                    00008420
                   AND   G6531_IDPRODD  = :WF-PRODDE                    00008430
                   AND   G6531_CODSPROD = :WF-SPRODDE                   00008440
                   AND   G6531_CTOSALDO = :WF-CTOSALDE                  00008450
                   AND   :WF-EXISTE-DESTINO = 'N'))                     00008460
           END-EXEC                                                     00008470
                                                                        00008480
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008490
                                                                        00008500
           IF  NOT DB2-OK                                               00008510
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00008520
               MOVE CA-ERR-ARCHIVO            TO WK-DESCRIPCION         00008530
               MOVE CA-PRF-2120               TO WK-PARRAFO             00008540
               MOVE CA-KJBCCBA                TO WK-RUTINA              00008550
               MOVE CA-POS-DISP-PMAS-ARCH     TO WK-TABLA-DB2           00008560
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00008570
                                                                        00008580
               PERFORM 9000-CANCELACION                                 00008590
                  THRU 9000-CANCELACION-EXIT                            00008600
                                                                        00008610
           END-IF                                                       00008620
                                                                        00008630
           IF  WK-NUM-FILAS > ZEROES                                    00008640
               MOVE CA-OBS-ARCHIVADA          TO WD-SITUACION           00008650
           END-IF                                                       00008660
                                                                        00008670
           .                                                            00008680
       2120-COMPROBAR-ARCHIVO-EXIT.                                     00008690
           EXIT.                                                        00008700
                                                                        00008710
      ******************************************************************00008720
      ***                   2130-COMPROBAR-SUSPENSO                 *** 00008730
      ***                   -----------------------                 *** 00008740
      * SE COMPRUEBA SI EL ORIGEN O EL DESTINO TIENEN ALGUN SUSPENSO   *00008750
      * PENDIENTE EN POS_DISP_SUSP.                                    *00008760
      ******************************************************************00008770
       2130-COMPROBAR-SUSPENSO.                                         00008780
                                                                        00008790
           EXEC SQL                                                     00008800
                SELECT COUNT(*)                                         00008810
                  INTO :WK-NUM-FILAS                                    00008820
                  FROM POS_DISP_SUSP                                    00008830
                 WHERE G6529_IDEMPRD  = :WF-IDEMPRD                     00008840
                   AND G6529_CODMONSW = :WF-CODMONSW                    00008850
                   AND G6529_ESTADO   = 'P'                             00008860
                   AND ((G6529_IDCENTD  = :WF-CENTOR                    00008870
                   AND   G6529_IDPRODD  = :WF-PRODOR                    00008880
                   AND   G6529_CODSPROD = :WF-SPRODOR                   00008890
                   AND   G6529_CTOSALDO = :WF-CTOSALOR)                 00008900
                    OR  (G6529_IDCENTD  = :WF-CENTDE                    00008910
                   AND   G6529_IDPRODD  = :WF-PRODDE                    00008920
                   AND   G6529_CODSPROD = :WF-SPRODDE                   00008930
                   AND   G6529_CTOSALDO = :WF-CTOSALDE))                00008940
           END-EXEC                                                     00008950
                                                                        00008960
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008970
                                                                        00008980
           IF  NOT DB2-OK                                               00008990
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00009000
               MOVE CA-ERR-SUSPENSO           TO WK-DESCRIPCION         00009010
               MOVE CA-PRF-2130               TO WK-PARRAFO             00009020
               MOVE CA-KJBCCBA                TO WK-RUTINA              00009030
               MOVE CA-POS-DISP-SUSP          TO WK-TABLA-DB2           00009040
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00009050
                                                                        00009060
               PERFORM 9000-CANCELACION                                 00009070
                  THRU 9000-CANCELACION-EXIT                            00009080
                                                                        00009090
           END-IF                                                       00009100
                                                                        00009110
           IF  WK-NUM-FILAS > ZEROES                                    00009120
               MOVE CA-OBS-SUSPENSO           TO WD-SITUACION           00009130
           END-IF                                                       00009140
                                                                        00009150
           .                                                            00009160
       2130-COMPROBAR-SUSPENSO-EXIT.                                    00009170
           EXIT.                                                        00009180
                                                                        00009190
      ******************************************************************00009200
      ***                   2200-CALCULAR-BARRIDO                   *** 00009210
      ***                   ---------------------                   *** 00009220
      * SE OBTIENEN LOS SALDOS DE TRABAJO DE ORIGEN Y DESTINO, SE      *00009230
      * CALCULA EL EXCEDENTE SOBRE EL SALDO OBJETIVO Y, SI ALCANZA EL  *00009240
      * MINIMO, SE ESCRIBEN LOS DOS MOVIMIENTOS (ORIGEN AL SALDO       *00009250
      * OBJETIVO Y DESTINO MAS EL EXCEDENTE) Y SE MARCA LA REGLA COMO  *00009260
      * EJECUTADA EN LA FECHA.                                         *00009270
      ******************************************************************00009280
       2200-CALCULAR-BARRIDO.                                           00009290
                                                                        00009300
           MOVE WK-CLAVE-ORIGEN              TO WK-CLAVE-POSICION       00009310
           MOVE WF-SALDO-ORIGEN              TO WK-SALDO-LEIDO          00009320
                                                                        00009330
           PERFORM 2310-OBTENER-SALDO                                   00009340
              THRU 2310-OBTENER-SALDO-EXIT                              00009350
                                                                        00009360
           MOVE WK-SALDO-LEIDO               TO WK-SALDO-ORIGEN         00009370
                                                                        00009380
           IF  NOT WF-SI-EXISTE-ORIGEN                                  00009390
           AND NO-ENCONTRADO                                            00009400
               MOVE CA-OBS-SIN-ORIGEN        TO WD-SITUACION            00009410
               ADD CN-1                      TO CT-SIN-BARRIDO          00009420
               GO TO 2200-CALCULAR-BARRIDO-EXIT                         00009430
           END-IF                                                       00009440
                                                                        00009450
           COMPUTE WK-EXCEDENTE = WK-SALDO-ORIGEN - WF-IMPOBJET         00009460
                                                                        00009470
           EVALUATE  TRUE                                               00009480
               WHEN  WK-EXCEDENTE NOT > ZEROES                          00009490
                     MOVE ZEROES              TO WK-EXCEDENTE           00009500
                     MOVE CA-OBS-SIN-EXCEDENTE                          00009510
                                              TO WD-SITUACION           00009520
                     ADD CN-1                 TO CT-SIN-BARRIDO         00009530
                     GO TO 2200-CALCULAR-BARRIDO-EXIT                   00009540
                                                                        00009550
               WHEN  WK-EXCEDENTE < WF-IMPMINIMO                        00009560
                     MOVE CA-OBS-BAJO-MINIMO  TO WD-SITUACION           00009570
                     ADD CN-1                 TO CT-SIN-BARRIDO         00009580
                     GO TO 2200-CALCULAR-BARRIDO-EXIT                   00009590
                                                                        00009600
               WHEN  OTHER                                              00009610
                     CONTINUE                                           00009620
           END-EVALUATE                                                 00009630
                                                                        00009640
           MOVE WK-CLAVE-DESTINO             TO WK-CLAVE-POSICION       00009650
           MOVE WF-SALDO-DESTINO             TO WK-SALDO-LEIDO          00009660
                                                                        00009670
           PERFORM 2310-OBTENER-SALDO                                   00009680
              THRU 2310-OBTENER-SALDO-EXIT                              00009690
                                                                        00009700
           COMPUTE WK-SALDO-DESTINO = WK-SALDO-LEIDO + WK-EXCEDENTE     00009710
                                                                        00009720
      * -- MOVIMIENTO DEL ORIGEN: QUEDA EN EL SALDO OBJETIVO.           00009730
           MOVE WK-CLAVE-ORIGEN              TO WK-CLAVE-POSICION       00009740
           MOVE WF-IMPOBJET                  TO WK-SALDO-LEIDO          00009750
                                                                        00009760
           PERFORM 2210-ESCRIBIR-MOVIMIENTO                             00009770
              THRU 2210-ESCRIBIR-MOVIMIENTO-EXIT                        00009780
                                                                        00009790
      * -- MOVIMIENTO DEL DESTINO: RECIBE EL EXCEDENTE.                 00009800
           MOVE WK-CLAVE-DESTINO             TO WK-CLAVE-POSICION       00009810
           MOVE WK-SALDO-DESTINO             TO WK-SALDO-LEIDO          00009820
                                                                        00009830
           PERFORM 2210-ESCRIBIR-MOVIMIENTO                             00009840
              THRU 2210-ESCRIBIR-MOVIMIENTO-EXIT                        00009850
                                                                        00009860
           PERFORM 2220-ACTUALIZAR-REGLA                                00009870
              THRU 2220-ACTUALIZAR-REGLA-EXIT                           00009880
                                                                        00009890
           MOVE CA-OBS-EJECUTADA             TO WD-SITUACION            00009900
           ADD CN-1                          TO CT-EJECUTADAS           00009910
                                                                        00009920
           .                                                            00009930
       2200-CALCULAR-BARRIDO-EXIT.                                      00009940
           EXIT.                                                        00009950
                                                                        00009960
      ******************************************************************00009970
      ***                   2210-ESCRIBIR-MOVIMIENTO                *** 00009980
      ***                   ------------------------                *** 00009990
      * SE ESCRIBE EL MOVIMIENTO DE CONSOLIDACION DE LA POSICION       *00010000
      * WK-CLAVE-POSICION CON EL NUEVO SALDO WK-SALDO-LEIDO, SE        *00010010
      * ACUMULA EN EL HASH Y SE GUARDA COMO SALDO DE TRABAJO.          *00010020
      ******************************************************************00010030
       2210-ESCRIBIR-MOVIMIENTO.                                        00010040
                                                                        00010050
           MOVE WK-CP-IDEMPRD                TO RS-IDEMPR               00010060
           MOVE WK-CP-IDCENTD                TO RS-IDCENT               00010070
           MOVE WK-CP-IDPRODD                TO RS-IDPROD               00010080
           MOVE WK-CP-CODSPROD               TO RS-CODSPROD             00010090
           MOVE WK-CP-CTOSALDO               TO RS-CTOSALDO             00010100
           MOVE WK-CP-CODMONSW               TO RS-CODMONSW             00010110
           MOVE WK-SALDO-LEIDO               TO RS-IMPORTE-CONSO        00010120
           MOVE WK-DIA-CONTABLE              TO RS-DIA-CONTABLE         00010130
           MOVE WK-FECHA-CONTABLE            TO RS-FECHA-CONTABLE       00010140
           MOVE SPACES                       TO RS-TIPO-OPER            00010150
                                                RS-CENTALTA             00010160
                                                RS-CUENTNU              00010170
                                                                        00010180
           WRITE REG-KJBCBAS1                                           00010190
                                                                        00010200
           IF  FS-KJBCBAS1 NOT = CA-FS-OK                               00010210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010220
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010230
               MOVE CA-PRF-2210              TO WK-PARRAFO              00010240
               MOVE CA-KJBCBAS1              TO WK-DDNAME               00010250
               MOVE FS-KJBCBAS1              TO WK-FILE-STATUS          00010260
               MOVE REG-KJBCBAS1             TO WK-DATOS-REGISTRO       00010270
                                                                        00010280
               PERFORM 9000-CANCELACION                                 00010290
                  THRU 9000-CANCELACION-EXIT                            00010300
                                                                        00010310
           END-IF                                                       00010320
                                                                        00010330
           ADD CN-1                          TO CT-MOVIMIENTOS          00010340
           ADD WK-SALDO-LEIDO                TO WK-HASH-IMPORTES        00010350
                                                                        00010360
           PERFORM 2320-GUARDAR-SALDO                                   00010370
              THRU 2320-GUARDAR-SALDO-EXIT                              00010380
                                                                        00010390
           .                                                            00010400
       2210-ESCRIBIR-MOVIMIENTO-EXIT.                                   00010410
           EXIT.                                                        00010420
                                                                        00010430
      ******************************************************************00010440
      ***                   2220-ACTUALIZAR-REGLA                   *** 00010450
      ***                   ---------------------                   *** 00010460
      * SE ANOTA EN LA REGLA LA FECHA CONTABLE DE SU ULTIMA EJECUCION  *00010470
      * PARA QUE UN RELANZAMIENTO DEL DIA NO LA VUELVA A APLICAR.      *00010480
      ******************************************************************00010490
       2220-ACTUALIZAR-REGLA.                                           00010500
                                                                        00010510
           EXEC SQL                                                     00010520
                UPDATE POS_REGLA_BARR                                   00010530
                   SET G6558_FECULTEJ = :WK-FECHA-CONTABLE,             00010540
                       G6558_USUAUDIT = :CA-KJBCCBA,                    00010550
                       G6558_CONTCUR  = CURRENT TIMESTAMP               00010560
                 WHERE G6558_NUMREGLA = :WF-NUMREGLA                    00010570
           END-EXEC                                                     00010580
                                                                        00010590
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00010600
                                                                        00010610
           IF  NOT DB2-OK                                               00010620
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00010630
               MOVE CA-ERR-REGLA              TO WK-DESCRIPCION         00010640
               MOVE CA-PRF-2220               TO WK-PARRAFO             00010650
               MOVE CA-KJBCCBA                TO WK-RUTINA              00010660
               MOVE CA-POS-REGLA-BARR         TO WK-TABLA-DB2           00010670
               MOVE CA-UPDATE                 TO WK-DATOS-ACCESO        00010680
                                                                        00010690
               PERFORM 9000-CANCELACION                                 00010700
                  THRU 9000-CANCELACION-EXIT                            00010710
                                                                        00010720
           END-IF                                                       00010730
                                                                        00010740
           .                                                            00010750
       2220-ACTUALIZAR-REGLA-EXIT.                                      00010760
           EXIT.                                                        00010770
                                                                        00010780
      ******************************************************************00010790
      ***                   2310-OBTENER-SALDO                      *** 00010800
      ***                   ------------------                      *** 00010810
      * SI LA POSICION WK-CLAVE-POSICION YA SE HA MOVIDO EN ESTA       *00010820
      * EJECUCION SE DEVUELVE EN WK-SALDO-LEIDO SU SALDO DE TRABAJO; EN*00010830
      * OTRO CASO SE DEJA EL SALDO LEIDO DE POS_DISP_PMAS.             *00010840
      ******************************************************************00010850
       2310-OBTENER-SALDO.                                              00010860
                                                                        00010870
           SET NO-ENCONTRADO                 TO TRUE                    00010880
                                                                        00010890
           PERFORM 2330-BUSCAR-SALDO                                    00010900
              THRU 2330-BUSCAR-SALDO-EXIT                               00010910
             VARYING WK-IDX FROM 1 BY 1                                 00010920
               UNTIL WK-IDX > WK-NUM-SALDOS                             00010930
                  OR SI-ENCONTRADO                                      00010940
                                                                        00010950
           IF  SI-ENCONTRADO                                            00010960
               SUBTRACT CN-1               FROM WK-IDX                  00010970
               MOVE WK-SP-SALDO (WK-IDX)     TO WK-SALDO-LEIDO          00010980
           END-IF                                                       00010990
                                                                        00011000
           .                                                            00011010
       2310-OBTENER-SALDO-EXIT.                                         00011020
           EXIT.                                                        00011030
                                                                        00011040
      ******************************************************************00011050
      ***                   2320-GUARDAR-SALDO                      *** 00011060
      ***                   ------------------                      *** 00011070
      * SE GUARDA WK-SALDO-LEIDO COMO SALDO DE TRABAJO DE LA POSICION  *00011080
      * WK-CLAVE-POSICION, DANDOLA DE ALTA EN LA TABLA SI NO ESTABA.   *00011090
      ******************************************************************00011100
       2320-GUARDAR-SALDO.                                              00011110
                                                                        00011120
           SET NO-ENCONTRADO                 TO TRUE                    00011130
                                                                        00011140
           PERFORM 2330-BUSCAR-SALDO                                    00011150
              THRU 2330-BUSCAR-SALDO-EXIT                               00011160
             VARYING WK-IDX FROM 1 BY 1                                 00011170
               UNTIL WK-IDX > WK-NUM-SALDOS                             00011180
                  OR SI-ENCONTRADO                                      00011190
                                                                        00011200
           IF  SI-ENCONTRADO                                            00011210
               SUBTRACT CN-1               FROM WK-IDX                  00011220
           ELSE                                                         00011230
               IF  WK-NUM-SALDOS NOT < CN-MAX-SALDOS                    00011240
                   MOVE CA-ERROR-F            TO WK-TIPO-ERROR          00011250
                   MOVE CA-ERR-TABLA-LLENA    TO WK-DESCRIPCION         00011260
                   MOVE CA-PRF-2210           TO WK-PARRAFO             00011270
                                                                        00011280
                   PERFORM 9000-CANCELACION                             00011290
                      THRU 9000-CANCELACION-EXIT                        00011300
                                                                        00011310
               END-IF                                                   00011320
                                                                        00011330
               ADD CN-1                       TO WK-NUM-SALDOS          00011340
               MOVE WK-NUM-SALDOS             TO WK-IDX                 00011350
               MOVE WK-CLAVE-POSICION         TO WK-SP-CLAVE (WK-IDX)   00011360
           END-IF                                                       00011370
                                                                        00011380
           MOVE WK-SALDO-LEIDO                TO WK-SP-SALDO (WK-IDX)   00011390
                                                                        00011400
           .                                                            00011410
       2320-GUARDAR-SALDO-EXIT.                                         00011420
           EXIT.                                                        00011430
                                                                        00011440
      ******************************************************************00011450
      ***                   2330-BUSCAR-SALDO                       *** 00011460
      ***                   -----------------                       *** 00011470
      * SE COMPARA LA ENTRADA WK-IDX DE LA TABLA DE SALDOS CON LA      *00011480
      * POSICION BUSCADA.                                              *00011490
      ******************************************************************00011500
       2330-BUSCAR-SALDO.                                               00011510
                                                                        00011520
           IF  WK-SP-CLAVE (WK-IDX) = WK-CLAVE-POSICION                 00011530
               SET SI-ENCONTRADO              TO TRUE                   00011540
           END-IF                                                       00011550
                                                                        00011560
           .                                                            00011570
       2330-BUSCAR-SALDO-EXIT.                                          00011580
           EXIT.                                                        00011590
                                                                        00011600
      ******************************************************************00011610
      ***                   2400-LISTAR-REGLA                       *** 00011620
      ***                   -----------------                       *** 00011630
      * SE ESCRIBE LA LINEA DE DETALLE DE LA REGLA EN EL LISTADO.      *00011640
      ******************************************************************00011650
       2400-LISTAR-REGLA.                                               00011660
                                                                        00011670
           MOVE WF-NUMREGLA                   TO WD-NUMREGLA            00011680
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00011690
           MOVE WF-CENTOR                     TO WD-CENTOR              00011700
           MOVE WF-PRODOR                     TO WD-PRODOR              00011710
           MOVE WF-SPRODOR                    TO WD-SPRODOR             00011720
           MOVE WF-CTOSALOR                   TO WD-CTOSALOR            00011730
           MOVE WF-CENTDE                     TO WD-CENTDE              00011740
           MOVE WF-PRODDE                     TO WD-PRODDE              00011750
           MOVE WF-SPRODDE                    TO WD-SPRODDE             00011760
           MOVE WF-CTOSALDE                   TO WD-CTOSALDE            00011770
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00011780
           MOVE WK-SALDO-ORIGEN               TO WD-SALDO-ORIGEN        00011790
           MOVE WK-EXCEDENTE                  TO WD-IMPORTE-BARRIDO     00011800
                                                                        00011810
           MOVE WK-LINEA-DETALLE              TO REG-KJBCBAS2           00011820
                                                                        00011830
           PERFORM 2500-ESCRIBIR-LINEA                                  00011840
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011850
                                                                        00011860
           .                                                            00011870
       2400-LISTAR-REGLA-EXIT.                                          00011880
           EXIT.                                                        00011890
                                                                        00011900
      ******************************************************************00011910
      ***                   2500-ESCRIBIR-LINEA                     *** 00011920
      ***                   -------------------                     *** 00011930
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO.                   *00011940
      ******************************************************************00011950
       2500-ESCRIBIR-LINEA.                                             00011960
                                                                        00011970
           WRITE REG-KJBCBAS2                                           00011980
                                                                        00011990
           IF  FS-KJBCBAS2 NOT = CA-FS-OK                               00012000
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012010
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00012020
               MOVE CA-PRF-2500              TO WK-PARRAFO              00012030
               MOVE CA-KJBCBAS2              TO WK-DDNAME               00012040
               MOVE FS-KJBCBAS2              TO WK-FILE-STATUS          00012050
               MOVE REG-KJBCBAS2             TO WK-DATOS-REGISTRO       00012060
                                                                        00012070
               PERFORM 9000-CANCELACION                                 00012080
                  THRU 9000-CANCELACION-EXIT                            00012090
                                                                        00012100
           END-IF                                                       00012110
                                                                        00012120
           .                                                            00012130
       2500-ESCRIBIR-LINEA-EXIT.                                        00012140
           EXIT.                                                        00012150
                                                                        00012160
      ******************************************************************00012170
      ***                   3000-FIN                                *** 00012180
      ***                   --------                                *** 00012190
      * SE ESCRIBE LA COLA DE CONTROL DEL FICHERO DE MOVIMIENTOS Y EL  *00012200
      * TOTAL DEL LISTADO, SE CONFIRMAN LAS REGLAS EJECUTADAS, SE      *00012210
      * CIERRAN CURSOR Y FICHEROS, SE MUESTRAN LAS ESTADISTICAS Y SE   *00012220
      * FIJA EL CONDITION CODE SI HAY REGLAS OMITIDAS.                 *00012230
      ******************************************************************00012240
       3000-FIN.                                                        00012250
                                                                        00012260
           MOVE CT-MOVIMIENTOS                TO WK-FIN-NUM-MOVS        00012270
                                                                        00012280
           IF  WK-HASH-IMPORTES < ZEROES                                00012290
               MOVE CA-SIGNO-MENOS            TO WK-FIN-SIGNO-HASH      00012300
               COMPUTE WK-FIN-HASH-IMPORTES =                           00012310
                       ZEROES - WK-HASH-IMPORTES                        00012320
           ELSE                                                         00012330
               MOVE CA-SIGNO-MAS              TO WK-FIN-SIGNO-HASH      00012340
               MOVE WK-HASH-IMPORTES          TO WK-FIN-HASH-IMPORTES   00012350
           END-IF                                                       00012360
                                                                        00012370
           WRITE REG-KJBCBAS1 FROM WK-REG-COLA                          00012380
                                                                        00012390
           IF  FS-KJBCBAS1 NOT = CA-FS-OK                               00012400
               MOVE CA-ERROR-F                TO WK-TIPO-ERROR          00012410
               MOVE CA-ERR-ESCRIBIR           TO WK-DESCRIPCION         00012420
               MOVE CA-PRF-3000               TO WK-PARRAFO             00012430
               MOVE CA-KJBCBAS1               TO WK-DDNAME              00012440
               MOVE FS-KJBCBAS1               TO WK-FILE-STATUS         00012450
                                                                        00012460
               PERFORM 9000-CANCELACION                                 00012470
                  THRU 9000-CANCELACION-EXIT                            00012480
                                                                        00012490
           END-IF                                                       00012500
                                                                        00012510
           MOVE CA-TOTAL-GENERAL              TO WT-CONCEPTO            00012520
           MOVE CT-REG-LEIDOS                 TO WT-LEIDAS              00012530
           MOVE CT-EJECUTADAS                 TO WT-EJECUTADAS          00012540
           MOVE CT-SIN-BARRIDO                TO WT-SIN-BARRIDO         00012550
           MOVE CT-OMITIDAS                   TO WT-OMITIDAS            00012560
                                                                        00012570
           MOVE SPACES                        TO REG-KJBCBAS2           00012580
                                                                        00012590
           PERFORM 2500-ESCRIBIR-LINEA                                  00012600
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012610
                                                                        00012620
           MOVE WK-LINEA-TOTAL                TO REG-KJBCBAS2           00012630
                                                                        00012640
           PERFORM 2500-ESCRIBIR-LINEA                                  00012650
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012660
                                                                        00012670
           EXEC SQL                                                     00012680
                COMMIT                                                  00012690
           END-EXEC                                                     00012700
                                                                        00012710
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012720
                                                                        00012730
           IF  NOT DB2-OK                                               00012740
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00012750
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00012760
               MOVE CA-PRF-3000               TO WK-PARRAFO             00012770
               MOVE CA-KJBCCBA                TO WK-RUTINA              00012780
               MOVE CA-POS-REGLA-BARR         TO WK-TABLA-DB2           00012790
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00012800
                                                                        00012810
               PERFORM 9000-CANCELACION                                 00012820
                  THRU 9000-CANCELACION-EXIT                            00012830
                                                                        00012840
           END-IF                                                       00012850
                                                                        00012860
           PERFORM 3100-CERRAR-FICHEROS                                 00012870
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012880
                                                                        00012890
           PERFORM 3200-ESTADISTICAS                                    00012900
              THRU 3200-ESTADISTICAS-EXIT                               00012910
                                                                        00012920
           IF  CT-OMITIDAS > ZEROES                                     00012930
               MOVE CN-4                     TO RETURN-CODE             00012940
           END-IF                                                       00012950
                                                                        00012960
           STOP RUN                                                     00012970
                                                                        00012980
           .                                                            00012990
       3000-FIN-EXIT.                                                   00013000
           EXIT.                                                        00013010
                                                                        00013020
      ******************************************************************00013030
      ***                   3100-CERRAR-FICHEROS                    *** 00013040
      ***                   --------------------                    *** 00013050
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00013060
      ******************************************************************00013070
       3100-CERRAR-FICHEROS.                                            00013080
                                                                        00013090
           EXEC SQL                                                     00013100
                CLOSE C-REGLAS                                          00013110
           END-EXEC                                                     00013120
                                                                        00013130
           CLOSE KJBCBAS1                                               00013140
                 KJBCBAS2                                               00013150
                                                                        00013160
           IF  FS-KJBCBAS1 NOT = CA-FS-OK                               00013170
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013180
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013190
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013200
               MOVE CA-KJBCBAS1              TO WK-DDNAME               00013210
               MOVE FS-KJBCBAS1              TO WK-FILE-STATUS          00013220
                                                                        00013230
               PERFORM 9000-CANCELACION                                 00013240
                  THRU 9000-CANCELACION-EXIT                            00013250
                                                                        00013260
           END-IF                                                       00013270
                                                                        00013280
           IF  FS-KJBCBAS2 NOT = CA-FS-OK                               00013290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013300
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013310
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013320
               MOVE CA-KJBCBAS2              TO WK-DDNAME               00013330
               MOVE FS-KJBCBAS2              TO WK-FILE-STATUS          00013340
                                                                        00013350
               PERFORM 9000-CANCELACION                                 00013360
                  THRU 9000-CANCELACION-EXIT                            00013370
                                                                        00013380
           END-IF                                                       00013390
                                                                        00013400
           .                                                            00013410
       3100-CERRAR-FICHEROS-EXIT.                                       00013420
           EXIT.                                                        00013430
                                                                        00013440
      ******************************************************************00013450
      ***                   3200-ESTADISTICAS                       *** 00013460
      ***                   -----------------                       *** 00013470
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013480
      ******************************************************************00013490
       3200-ESTADISTICAS.                                               00013500
                                                                        00013510
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00013520
           MOVE CT-EJECUTADAS                 TO WK-EJECUTADAS-ED       00013530
           MOVE CT-SIN-BARRIDO                TO WK-SIN-BARRIDO-ED      00013540
           MOVE CT-OMITIDAS                   TO WK-OMITIDAS-ED         00013550
           MOVE CT-MOVIMIENTOS                TO WK-MOVIMIENTOS-ED      00013560
                                                                        00013570
           DISPLAY WK-CAB-1                                             00013580
           DISPLAY WK-CAB-2                                             00013590
           DISPLAY WK-CAB-1                                             00013600
           DISPLAY WK-CAB-3                                             00013610
           DISPLAY WK-CAB-4                                             00013620
           DISPLAY WK-CAB-5                                             00013630
           DISPLAY WK-CAB-6                                             00013640
           DISPLAY WK-CAB-7                                             00013650
           DISPLAY WK-CAB-1                                             00013660
                                                                        00013670
           .                                                            00013680
       3200-ESTADISTICAS-EXIT.                                          00013690
           EXIT.                                                        00013700
                                                                        00013710
      ******************************************************************00013720
      ***                   9200-LEER-CURSOR                        *** 00013730
      ***                   ----------------                        *** 00013740
      * SE REALIZA EL FETCH DEL CURSOR C-REGLAS.                       *00013750
      ******************************************************************00013760
       9200-LEER-CURSOR.                                                00013770
                                                                        00013780
           EXEC SQL                                                     00013790
                FETCH C-REGLAS                                          00013800
                 INTO :WF-NUMREGLA    , :WF-IDEMPRD     ,               00013810
                      :WF-CENTOR      , :WF-PRODOR      ,               00013820
                      :WF-SPRODOR     , :WF-CTOSALOR    ,               00013830
                      :WF-CENTDE      , :WF-PRODDE      ,               00013840
                      :WF-SPRODDE     , :WF-CTOSALDE    ,               00013850
                      :WF-CODMONSW    , :WF-IMPOBJET    ,               00013860
                      :WF-IMPMINIMO   ,                                 00013870
                      :WF-EXISTE-ORIGEN , :WF-SALDO-ORIGEN ,            00013880
                      :WF-EXISTE-DESTINO, :WF-SALDO-DESTINO             00013890
           END-EXEC                                                     00013900
                                                                        00013910
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013920
                                                                        00013930
           EVALUATE  TRUE                                               00013940
               WHEN  DB2-OK                                             00013950
                     CONTINUE                                           00013960
                                                                        00013970
               WHEN  DB2-CLV-NOT-FOUND                                  00013980
                     SET SI-FIN-CURSOR        TO TRUE                   00013990
                                                                        00014000
               WHEN  OTHER                                              00014010
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00014020
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00014030
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00014040
                     MOVE CA-KJBCCBA          TO WK-RUTINA              00014050
                     MOVE CA-POS-REGLA-BARR   TO WK-TABLA-DB2           00014060
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00014070
                                                                        00014080
                     PERFORM 9000-CANCELACION                           00014090
                        THRU 9000-CANCELACION-EXIT                      00014100
                                                                        00014110
           END-EVALUATE                                                 00014120
                                                                        00014130
           .                                                            00014140
       9200-LEER-CURSOR-EXIT.                                           00014150
           EXIT.                                                        00014160
                                                                        00014170
      ******************************************************************00014180
      ***                   9000-CANCELACION                        *** 00014190
      ***                   ----------------                        *** 00014200
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014210
      ******************************************************************00014220
       9000-CANCELACION.                                                00014230
                                                                        00014240
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014250
                                                                        00014260
           EVALUATE  TRUE                                               00014270
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014280
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014290
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014300
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00014310
                         RESPONSABLE('WK-RESPONSABLE')                  00014320
                         DESCRIPCION('WK-DESCRIPCION')                  00014330
                         PROGRAMA('WK-PROGRAMA')                        00014340
                         PARRAFO('WK-PARRAFO')                          00014350
                         SQLCA('SQLCA')                                 00014360
                         TABLA_DB2('WK-TABLA-DB2')                      00014370
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00014380
                     END-FUN                                            00014390
                                                                        00014400
               WHEN  OTHER                                              00014410
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00014420
                         TIPO_ERROR('WK-TIPO-ERROR')                    00014430
                         RESPONSABLE('WK-RESPONSABLE')                  00014440
                         DESCRIPCION('WK-DESCRIPCION')                  00014450
                         PROGRAMA('WK-PROGRAMA')                        00014460
                         PARRAFO('WK-PARRAFO')                          00014470
                         DDNAME('WK-DDNAME')                            00014480
                         FILE_STATUS('WK-FILE-STATUS')                  00014490
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00014500
                     END-FUN                                            00014510
                                                                        00014520
           END-EVALUATE                                                 00014530
                                                                        00014540
           .                                                            00014550
       9000-CANCELACION-EXIT.                                           00014560
           EXIT.                                                        00014570
