      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCRB.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: REVERSION DE UN FICHERO DE MOVIMIENTOS YA        *00000110
      *               CONSOLIDADO. A PARTIR DE LA HUELLA DEL FICHERO   *00000120
      *               (ORIGEN, FECHA DE NEGOCIO, NUMERO DE REGISTROS Y *00000130
      *               HASH DE IMPORTES) ANOTADA EN POS_MOV_CONSO SE    *00000140
      *               OBTIENEN LAS POSICIONES QUE ACTUALIZO Y CADA UNA *00000150
      *               SE DEVUELVE, A TRAVES DE LA RUTINA KJBCCPD, AL   *00000160
      *               SALDO DE SU FOTO EN POS_DISP_PMAS_HIST ANTERIOR  *00000170
      *               AL FICHERO (A CERO SI EL FICHERO LA DIO DE ALTA).*00000180
      *               LAS POSICIONES MODIFICADAS DE NUEVO DESPUES DEL  *00000190
      *               FICHERO NO SE TOCAN Y SE LISTAN PARA SU          *00000200
      *               TRATAMIENTO MANUAL. SE EMITE UN LISTADO DE       *00000210
      *               PRUEBA ANTES/DESPUES CON TOTALES POR MONEDA. SI  *00000220
      *               QUEDA ALGUNA POSICION SIN REVERTIR TERMINA CON   *00000230
      *               CONDITION CODE 4.                                *00000240
      *-                                                              -*00000250
      *  PARAMETROS DE ENTRADA (SYSIN), EN EL FORMATO DE LA COLA *FIN: *00000260
      *        WK-ORIGEN-CARGA : PROGRAMA QUE CARGO EL FICHERO (EN     *00000270
      *                          BLANCO = KJBCCRL).                    *00000280
      *        WK-FECHA-NEGOCIO: FECHA DE NEGOCIO (AAAA-MM-DD).        *00000290
      *        WK-NUMREG       : NUMERO DE MOVIMIENTOS DEL FICHERO.    *00000300
      *        WK-SIGNO-HASH   : SIGNO DEL HASH DE IMPORTES (+/-).     *00000310
      *        WK-HASH-ABS     : HASH DE IMPORTES SIN SIGNO.           *00000320
      *-                                                              -*00000330
      *  FICHEROS DE SALIDA:                                           *00000340
      *        KJBCRBS1 : LISTADO DE PRUEBA ANTES/DESPUES.             *00000350
      *        KJBCRBS2 : POSICIONES PARA TRATAMIENTO MANUAL.          *00000360
      *-                                                              -*00000370
      *  RUTINAS:                                                      *00000380
      *        KJBCCPD : RUTINA DE CONSOLIDACION DE POSICIONES.        *00000390
      *-                                                              -*00000400
      *  TABLAS:                                                       *00000410
      *     POS_MOV_CONSO      : DIARIO DE MOVIMIENTOS (ACTUALIZA).    *00000420
      *     POS_DISP_PMAS      : POSICIONES CONSOLIDADAS (LECTURA).    *00000430
      *     POS_DISP_PMAS_HIST : FOTOS DE POSICIONES (LECTURA).        *00000440
      *-                                                              -*00000450
      *  CODIGOS DE RETORNO:                                           *00000460
      *        0 : TODAS LAS POSICIONES DEL FICHERO REVERTIDAS.        *00000470
      *        4 : HAY POSICIONES PARA TRATAMIENTO MANUAL, O LA HUELLA *00000480
      *            NO CORRESPONDE A NINGUN MOVIMIENTO APLICADO.        *00000490
      *-                                                              -*00000500
      ******************************************************************00000510
      *                  M O D I F I C A C I O N E S                   *00000520
      *                  ---------------------------                   *00000530
      *                                                                *00000540
      * USUARIO  FECHA        DESCRIPCION                              *00000550
      * -------- ----------   ---------------------------------------- *00000560
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000570
      *                                                                *00000580
      ******************************************************************00000590
                                                                        00000600
      ******************************************************************00000610
      * IDENTIFICATION DIVISION                                        *00000620
      ******************************************************************00000630
       IDENTIFICATION DIVISION.                                         00000640
       PROGRAM-ID.    KJBCCRB.                                          00000650
       AUTHOR.        VIEWNEXT.                                         00000660
       DATE-WRITTEN.  15-10-2026.                                       00000670
       DATE-COMPILED.                                                   00000680
                                                                        00000690
      ******************************************************************00000700
      * ENVIRONMENT DIVISION                                           *00000710
      ******************************************************************00000720
       ENVIRONMENT DIVISION.                                            00000730
                                                                        00000740
      *----------------------------------------------------------------*00000750
      * CONFIGURATION SECTION                                          *00000760
      *----------------------------------------------------------------*00000770
       CONFIGURATION SECTION.                                           00000780
                                                                        00000790
       SOURCE-COMPUTER. IBM-3090.                                       00000800
       OBJECT-COMPUTER. IBM-3090.                                       00000810
       SPECIAL-NAMES.                                                   00000820
           DECIMAL-POINT IS COMMA.                                      00000830
                                                                        00000840
      *----------------------------------------------------------------*00000850
      * INPUT OUTPUT SECTION                                           *00000860
      *----------------------------------------------------------------*00000870
       INPUT-OUTPUT SECTION.                                            00000880
       FILE-CONTROL.                                                    00000890
                                                                        00000900
      * -- LISTADO DE PRUEBA ANTES/DESPUES.                             00000910
           SELECT KJBCRBS1 ASSIGN KJBCRBS1                              00000920
                  ACCESS MODE IS SEQUENTIAL                             00000930
                  FILE STATUS IS FS-KJBCRBS1.                           00000940
                                                                        00000950
      * -- POSICIONES PARA TRATAMIENTO MANUAL.                          00000960
           SELECT KJBCRBS2 ASSIGN KJBCRBS2                              00000970
                  ACCESS MODE IS SEQUENTIAL                             00000980
                  FILE STATUS IS FS-KJBCRBS2.                           00000990
                                                                        00001000
      ******************************************************************00001010
      * DATA DIVISION                                                  *00001020
      ******************************************************************00001030
       DATA DIVISION.                                                   00001040
                                                                        00001050
      *----------------------------------------------------------------*00001060
      * FILE SECTION                                                   *00001070
      *----------------------------------------------------------------*00001080
       FILE SECTION.                                                    00001090
                                                                        00001100
       FD  KJBCRBS1                                                     00001110
           BLOCK CONTAINS 0 RECORDS                                     00001120
           RECORDING MODE IS F                                          00001130
           LABEL RECORD ARE STANDARD                                    00001140
           RECORD CONTAINS 132 CHARACTERS                               00001150
           DATA RECORD IS REG-KJBCRBS1.                                 00001160
       01  REG-KJBCRBS1            PIC X(132).                          00001170
                                                                        00001180
       FD  KJBCRBS2                                                     00001190
           BLOCK CONTAINS 0 RECORDS                                     00001200
           RECORDING MODE IS F                                          00001210
           LABEL RECORD ARE STANDARD                                    00001220
           RECORD CONTAINS 132 CHARACTERS                               00001230
           DATA RECORD IS REG-KJBCRBS2.                                 00001240
       01  REG-KJBCRBS2            PIC X(132).                          00001250
                                                                        00001260
      *----------------------------------------------------------------*00001270
      * WORKING-STORAGE SECTION                                        *00001280
      *----------------------------------------------------------------*00001290
       WORKING-STORAGE SECTION.                                         00001300
                                                                        00001310
      ******************************************************************00001320
      *                        S W I T C H E S                         *00001330
      ******************************************************************00001340
       01  SW-SWITCHES.                                                 00001350
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001360
               88  DB2-OK                              VALUE 0.         00001370
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001380
               88  DB2-RECURSO-NO-DISPONIBLE           VALUE -911.      00001390
               88  DB2-TABLA-BLOQUEADA                 VALUE -904.      00001400
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001410
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001420
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001430
           05  SW-PRIMERA-LECTURA          PIC X(01)   VALUE 'S'.       00001440
               88  SI-PRIMERA-LECTURA                  VALUE 'S'.       00001450
               88  NO-PRIMERA-LECTURA                  VALUE 'N'.       00001460
           05  SW-RECHAZADA                PIC X(01)   VALUE 'N'.       00001470
               88  SI-RECHAZADA                        VALUE 'S'.       00001480
               88  NO-RECHAZADA                        VALUE 'N'.       00001490
           05  SW-EXISTE-FOTO              PIC X(01)   VALUE 'N'.       00001500
               88  SI-EXISTE-FOTO                      VALUE 'S'.       00001510
               88  NO-EXISTE-FOTO                      VALUE 'N'.       00001520
                                                                        00001530
      ******************************************************************00001540
      *                      C O N S T A N T E S                       *00001550
      ******************************************************************00001560
       01  CT-CONSTANTES.                                               00001570
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001580
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001590
               10  CA-00                   PIC X(02)   VALUE '00'.      00001600
               10  CA-KJBCCRB              PIC X(08)   VALUE 'KJBCCRB'. 00001610
               10  CA-KJBCCRL              PIC X(08)   VALUE 'KJBCCRL'. 00001620
               10  CA-KJBCCPD              PIC X(08)   VALUE 'KJBCCPD'. 00001630
               10  CA-RESP                 PIC X(14)   VALUE            00001640
                                   'MEDIOS DE PAGO'.                    00001650
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001660
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001670
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001680
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001690
               10  CA-COMMIT               PIC X(06)   VALUE 'COMMIT'.  00001700
               10  CA-REVERSE              PIC X(07)   VALUE 'REVERSE'. 00001710
               10  CA-FORZAR               PIC X(01)   VALUE 'S'.       00001720
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00001730
               10  CA-OBS-ALTA-FICHERO     PIC X(20)   VALUE            00001740
                                   'ALTA DEL FICHERO'.                  00001750
               10  CA-OBS-RODADA           PIC X(20)   VALUE            00001760
                                   'FECHA RODADA'.                      00001770
               10  CA-MOT-NO-POSICION      PIC X(50)   VALUE            00001780
                         'POSICION INEXISTENTE O ARCHIVADA'.            00001790
               10  CA-MOT-MODIFICADA       PIC X(50)   VALUE            00001800
                         'POSICION MODIFICADA DESPUES DEL FICHERO'.     00001810
               10  CA-TOTAL-MONEDA         PIC X(13)   VALUE            00001820
                                   'TOTAL MONEDA'.                      00001830
               10  CA-SIN-MOVIMIENTOS      PIC X(50)   VALUE            00001840
                         'NO HAY MOVIMIENTOS APLICADOS CON ESA HUELLA'. 00001850
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001860
                                   'ERROR AL ABRIR UN FICHERO'.         00001870
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001880
                                   'ERROR AL CERRAR UN FICHERO'.        00001890
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001900
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001910
               10  CA-ERR-SYSIN            PIC X(43)   VALUE            00001920
                         'PARAMETROS DE SYSIN INCOMPLETOS O INVALIDOS'. 00001930
               10  CA-ERR-CURSOR           PIC X(38)   VALUE            00001940
                         'ERROR EN ACCESO AL CURSOR C-POSICIONES'.      00001950
               10  CA-ERR-POSICION         PIC X(38)   VALUE            00001960
                         'ERROR EN ACCESO A POS_DISP_PMAS'.             00001970
               10  CA-ERR-FOTO             PIC X(38)   VALUE            00001980
                         'ERROR EN ACCESO A POS_DISP_PMAS_HIST'.        00001990
               10  CA-ERR-DIARIO           PIC X(38)   VALUE            00002000
                         'ERROR EN ACCESO A POS_MOV_CONSO'.             00002010
               10  CA-ERR-COMMIT           PIC X(27)   VALUE            00002020
                                   'ERROR AL EJECUTAR COMMIT'.          00002030
               10  CA-KJBCRBS1             PIC X(08)   VALUE 'KJBCRBS1'.00002040
               10  CA-KJBCRBS2             PIC X(08)   VALUE 'KJBCRBS2'.00002050
               10  CA-POS-MOV-CONSO        PIC X(13)   VALUE            00002060
                                   'POS_MOV_CONSO'.                     00002070
               10  CA-POS-DISP-PMAS        PIC X(13)   VALUE            00002080
                                   'POS_DISP_PMAS'.                     00002090
               10  CA-POS-DISP-PMAS-HIST   PIC X(18)   VALUE            00002100
                                   'POS_DISP_PMAS_HIST'.                00002110
               10  CA-PRF-1000             PIC X(11)   VALUE            00002120
                                   '1000-INICIO'.                       00002130
               10  CA-PRF-1100             PIC X(19)   VALUE            00002140
                                   '1100-ABRIR-FICHEROS'.               00002150
               10  CA-PRF-1200             PIC X(18)   VALUE            00002160
                                   '1200-ABRIR-CURSOR'.                 00002170
               10  CA-PRF-2110             PIC X(20)   VALUE            00002180
                                   '2110-LEER-POSICION'.                00002190
               10  CA-PRF-2120             PIC X(20)   VALUE            00002200
                                   '2120-LEER-FOTO'.                    00002210
               10  CA-PRF-2210             PIC X(26)   VALUE            00002220
                                   '2210-REGISTRAR-MOVIMIENTO'.         00002230
               10  CA-PRF-2500             PIC X(20)   VALUE            00002240
                                   '2500-ESCRIBIR-LINEA'.               00002250
               10  CA-PRF-2510             PIC X(20)   VALUE            00002260
                                   '2510-ESCRIBIR-MANUAL'.              00002270
               10  CA-PRF-3000             PIC X(08)   VALUE            00002280
                                   '3000-FIN'.                          00002290
               10  CA-PRF-3100             PIC X(20)   VALUE            00002300
                                   '3100-CERRAR-FICHEROS'.              00002310
               10  CA-PRF-9200             PIC X(16)   VALUE            00002320
                                   '9200-LEER-CURSOR'.                  00002330
                                                                        00002340
           05  CN-CONSTANTES-NUMERICAS.                                 00002350
               10  CN-1                    PIC 9(01)   VALUE 1.         00002360
               10  CN-4                    PIC 9(01)   VALUE 4.         00002370
                                                                        00002380
      ******************************************************************00002390
      *                    C O N T A D O R E S                         *00002400
      ******************************************************************00002410
       01  CT-CONTADORES.                                               00002420
           05  CT-REG-LEIDOS               PIC 9(9)    VALUE ZEROES.    00002430
           05  CT-RESTAURADAS              PIC 9(9)    VALUE ZEROES.    00002440
           05  CT-RECHAZADAS               PIC 9(9)    VALUE ZEROES.    00002450
           05  CT-MOVS-FICHERO             PIC 9(9)    VALUE ZEROES.    00002460
                                                                        00002470
      * -- ACUMULADOS DE LA MONEDA EN TRATAMIENTO.                      00002480
       01  CT-MONEDA.                                                   00002490
           05  CT-M-RESTAURADAS            PIC 9(9).                    00002500
           05  CT-M-RECHAZADAS             PIC 9(9).                    00002510
           05  CT-M-SALDO-ANTES            PIC S9(15)V9(2) COMP-3.      00002520
           05  CT-M-SALDO-DESPUES          PIC S9(15)V9(2) COMP-3.      00002530
           05  CT-M-DIFERENCIA             PIC S9(15)V9(2) COMP-3.      00002540
                                                                        00002550
      ******************************************************************00002560
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002570
      ******************************************************************00002580
       01  WK-ESTADISTICA.                                              00002590
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002600
           05  WK-CAB-2                    PIC X(55)   VALUE            00002610
                   '* ESTADISTICAS DE KJBCCRB                   *'.     00002620
           05  WK-CAB-3.                                                00002630
               10  FILLER                  PIC X(45)   VALUE            00002640
                   '* POSICIONES TOCADAS POR EL FICHERO:       '.       00002650
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002660
               10  FILLER                  PIC X(01)   VALUE '*'.       00002670
           05  WK-CAB-4.                                                00002680
               10  FILLER                  PIC X(45)   VALUE            00002690
                   '* MOVIMIENTOS APLICADOS DEL FICHERO:       '.       00002700
               10  WK-MOVS-ED              PIC ZZZZZZZZ9.               00002710
               10  FILLER                  PIC X(01)   VALUE '*'.       00002720
           05  WK-CAB-5.                                                00002730
               10  FILLER                  PIC X(45)   VALUE            00002740
                   '* POSICIONES REVERTIDAS:                   '.       00002750
               10  WK-RESTAURADAS-ED       PIC ZZZZZZZZ9.               00002760
               10  FILLER                  PIC X(01)   VALUE '*'.       00002770
           05  WK-CAB-6.                                                00002780
               10  FILLER                  PIC X(45)   VALUE            00002790
                   '* POSICIONES PARA TRATAMIENTO MANUAL:      '.       00002800
               10  WK-RECHAZADAS-ED        PIC ZZZZZZZZ9.               00002810
               10  FILLER                  PIC X(01)   VALUE '*'.       00002820
                                                                        00002830
      ******************************************************************00002840
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002850
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002860
      ******************************************************************00002870
       01  WK-CANCELACION-BATCH.                                        00002880
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002890
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002900
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002910
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCRB'. 00002920
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002930
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002940
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002950
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002960
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002970
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002980
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002990
                                                                        00003000
      ******************************************************************00003010
      *                      F I L E  S T A T U S                      *00003020
      ******************************************************************00003030
       01  FS-FILE-STATUS.                                              00003040
           05  FS-KJBCRBS1                 PIC X(02).                   00003050
           05  FS-KJBCRBS2                 PIC X(02).                   00003060
                                                                        00003070
      ******************************************************************00003080
      *                 L I N E A S  D E  I N F O R M E                *00003090
      ******************************************************************00003100
       01  WK-LINEA-CABECERA.                                           00003110
           05  WC-TITULO                   PIC X(37)   VALUE            00003120
               'REVERSION DEL FICHERO CARGADO POR'.                     00003130
           05  WC-ORIGEN                   PIC X(08).                   00003140
           05  FILLER                      PIC X(09)   VALUE            00003150
               ' NEGOCIO '.                                             00003160
           05  WC-FECHA-NEGOCIO            PIC X(10).                   00003170
           05  FILLER                      PIC X(11)   VALUE            00003180
               ' REGISTROS '.                                           00003190
           05  WC-NUMREG                   PIC ZZZZZZZZ9.               00003200
           05  FILLER                      PIC X(06)   VALUE            00003210
               ' HASH '.                                                00003220
           05  WC-HASHIMP                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003230
           05  FILLER                      PIC X(23)   VALUE SPACES.    00003240
                                                                        00003250
       01  WK-LINEA-TITULOS.                                            00003260
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00003270
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00003280
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00003290
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00003300
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00003310
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00003320
           05  FILLER                      PIC X(06)   VALUE ' MOVS'.   00003330
           05  FILLER                      PIC X(20)   VALUE            00003340
               '  SALDO ANTES REVER.'.                                  00003350
           05  FILLER                      PIC X(20)   VALUE            00003360
               '  SALDO RESTAURADO '.                                   00003370
           05  FILLER                      PIC X(20)   VALUE            00003380
               '          DIFERENCIA'.                                  00003390
           05  FILLER                      PIC X(11)   VALUE            00003400
               ' F.APLICADA'.                                           00003410
           05  FILLER                      PIC X(29)   VALUE            00003420
               ' OBSERVACIONES'.                                        00003430
                                                                        00003440
       01  WK-LINEA-DETALLE.                                            00003450
           05  WD-CODMONSW                 PIC X(03).                   00003460
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003470
           05  WD-IDEMPRD                  PIC X(04).                   00003480
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003490
           05  WD-IDCENTD                  PIC X(04).                   00003500
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003510
           05  WD-IDPRODD                  PIC X(03).                   00003520
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003530
           05  WD-CODSPROD                 PIC X(03).                   00003540
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003550
           05  WD-CTOSALDO                 PIC X(03).                   00003560
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003570
           05  WD-MOVS                     PIC ZZZZ9.                   00003580
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003590
           05  WD-SALDO-ANTES              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003600
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003610
           05  WD-SALDO-DESPUES            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003620
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003630
           05  WD-DIFERENCIA               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003640
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003650
           05  WD-FECHA-APLICADA           PIC X(10).                   00003660
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003670
           05  WD-OBSERVACIONES            PIC X(20).                   00003680
           05  FILLER                      PIC X(09)   VALUE SPACES.    00003690
                                                                        00003700
       01  WK-LINEA-TOTAL.                                              00003710
           05  WT-CONCEPTO                 PIC X(13).                   00003720
           05  WT-CODMONSW                 PIC X(03).                   00003730
           05  FILLER                      PIC X(10)   VALUE            00003740
               ' REVERT.:'.                                             00003750
           05  WT-RESTAURADAS              PIC ZZZZZ9.                  00003760
           05  FILLER                      PIC X(09)   VALUE            00003770
               ' MANUAL:'.                                              00003780
           05  WT-RECHAZADAS               PIC ZZZZZ9.                  00003790
           05  FILLER                      PIC X(08)   VALUE            00003800
               ' ANTES:'.                                               00003810
           05  WT-SALDO-ANTES              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003820
           05  FILLER                      PIC X(10)   VALUE            00003830
               ' DESPUES:'.                                             00003840
           05  WT-SALDO-DESPUES            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003850
           05  FILLER                      PIC X(06)   VALUE            00003860
               ' DIF.:'.                                                00003870
           05  WT-DIFERENCIA               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00003880
           05  FILLER                      PIC X(04)   VALUE SPACES.    00003890
                                                                        00003900
       01  WK-LINEA-TOTAL-GENERAL.                                      00003910
           05  FILLER                      PIC X(35)   VALUE            00003920
               'TOTAL GENERAL   POSICIONES:'.                           00003930
           05  WG-LEIDAS                   PIC ZZZZZZZZ9.               00003940
           05  FILLER                      PIC X(14)   VALUE            00003950
               '  REVERTIDAS:'.                                         00003960
           05  WG-RESTAURADAS              PIC ZZZZZZZZ9.               00003970
           05  FILLER                      PIC X(20)   VALUE            00003980
               '  TRATAM. MANUAL:'.                                     00003990
           05  WG-RECHAZADAS               PIC ZZZZZZZZ9.               00004000
           05  FILLER                      PIC X(36)   VALUE SPACES.    00004010
                                                                        00004020
       01  WK-LINEA-TITULOS-MANUAL.                                     00004030
           05  FILLER                      PIC X(04)   VALUE 'MON'.     00004040
           05  FILLER                      PIC X(05)   VALUE 'EMPR'.    00004050
           05  FILLER                      PIC X(05)   VALUE 'CENT'.    00004060
           05  FILLER                      PIC X(04)   VALUE 'PRO'.     00004070
           05  FILLER                      PIC X(04)   VALUE 'SPR'.     00004080
           05  FILLER                      PIC X(04)   VALUE 'CTO'.     00004090
           05  FILLER                      PIC X(06)   VALUE ' MOVS'.   00004100
           05  FILLER                      PIC X(20)   VALUE            00004110
               '        SALDO ACTUAL'.                                  00004120
           05  FILLER                      PIC X(20)   VALUE            00004130
               ' SALDO PREVIO FICH.'.                                   00004140
           05  FILLER                      PIC X(07)   VALUE 'MENSAJ'.  00004150
           05  FILLER                      PIC X(53)   VALUE            00004160
               'MOTIVO'.                                                00004170
                                                                        00004180
       01  WK-LINEA-MANUAL.                                             00004190
           05  WM-CODMONSW                 PIC X(03).                   00004200
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004210
           05  WM-IDEMPRD                  PIC X(04).                   00004220
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004230
           05  WM-IDCENTD                  PIC X(04).                   00004240
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004250
           05  WM-IDPRODD                  PIC X(03).                   00004260
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004270
           05  WM-CODSPROD                 PIC X(03).                   00004280
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004290
           05  WM-CTOSALDO                 PIC X(03).                   00004300
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004310
           05  WM-MOVS                     PIC ZZZZ9.                   00004320
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004330
           05  WM-SALDO-ACTUAL             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00004340
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004350
           05  WM-SALDO-FOTO               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.     00004360
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004370
           05  WM-MENSAJE                  PIC X(06).                   00004380
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004390
           05  WM-MOTIVO                   PIC X(50).                   00004400
           05  FILLER                      PIC X(03)   VALUE SPACES.    00004410
                                                                        00004420
      ******************************************************************00004430
      *                      V A R I A B L E S                         *00004440
      ******************************************************************00004450
       01  WK-VARIABLES.                                                00004460
      * -- HUELLA DEL FICHERO A REVERTIR, EN EL FORMATO DE SU COLA *FIN.00004470
           05  WK-PARAMETROS-SYSIN.                                     00004480
               10  WK-ORIGEN-CARGA         PIC X(08).                   00004490
               10  WK-FECHA-NEGOCIO        PIC X(10).                   00004500
               10  WK-NUMREG-AN            PIC X(09).                   00004510
               10  WK-NUMREG REDEFINES WK-NUMREG-AN                     00004520
                                           PIC 9(09).                   00004530
               10  WK-SIGNO-HASH           PIC X(01).                   00004540
               10  WK-HASH-AN              PIC X(17).                   00004550
               10  WK-HASH-ABS REDEFINES WK-HASH-AN                     00004560
                                           PIC 9(15)V9(2).              00004570
           05  WK-HASHIMP                  PIC S9(15)V9(2) COMP-3.      00004580
           05  WK-SALDO-ACTUAL             PIC S9(15)V9(2) COMP-3.      00004590
           05  WK-FECCONSO-ACTUAL          PIC X(10).                   00004600
           05  WK-CONTCUR-ACTUAL           PIC X(26).                   00004610
           05  WK-SALDO-FOTO               PIC S9(15)V9(2) COMP-3.      00004620
           05  WK-FECHA-FOTO.                                           00004630
               10  FILLER                  PIC X(08).                   00004640
               10  WK-DIA-FOTO             PIC X(02).                   00004650
           05  WK-DIFERENCIA               PIC S9(15)V9(2) COMP-3.      00004660
           05  WK-MENSAJE-RECHAZO          PIC X(06).                   00004670
           05  WK-MOTIVO-RECHAZO           PIC X(50).                   00004680
                                                                        00004690
      * -- MONEDA EN TRATAMIENTO PARA LA RUPTURA DE TOTALES.            00004700
           05  WK-CODMONSW                 PIC X(03).                   00004710
                                                                        00004720
      * -- ULTIMA FILA LEIDA DEL CURSOR: POSICION TOCADA POR EL FICHERO,00004730
      * -- NUMERO DE MOVIMIENTOS APLICADOS Y PRIMER Y ULTIMO INSTANTE EN00004740
      * -- QUE EL FICHERO LA ACTUALIZO.                                 00004750
       01  WK-FILA-CURSOR.                                              00004760
           05  WF-CODMONSW                 PIC X(03).                   00004770
           05  WF-IDEMPRD                  PIC X(04).                   00004780
           05  WF-IDCENTD                  PIC X(04).                   00004790
           05  WF-IDPRODD                  PIC X(03).                   00004800
           05  WF-CODSPROD                 PIC X(03).                   00004810
           05  WF-CTOSALDO                 PIC X(03).                   00004820
           05  WF-NUM-MOVS                 PIC S9(09)  COMP.            00004830
           05  WF-FECPROC-PRIMERO          PIC X(26).                   00004840
           05  WF-FECPROC-ULTIMO           PIC X(26).                   00004850
                                                                        00004860
      * -- COPY DE COMUNICACION CON DB2.                                00004870
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004880
                                                                        00004890
      * -- DCLGEN DE LA TABLA POS_MOV_CONSO (DIARIO DE MOVIMIENTOS).    00004900
           EXEC SQL INCLUDE D7399300 END-EXEC.                          00004910
                                                                        00004920
      * -- DCLGEN DE LA TABLA POS_DISP_PMAS_HIST.                       00004930
           EXEC SQL INCLUDE D7397401 END-EXEC.                          00004940
                                                                        00004950
      * -- COPY DE COMUNICACION CON LA RUTINA KJBCCPD.                  00004960
           COPY KJYCCPD.                                                00004970
                                                                        00004980
      ******************************************************************00004990
      *                       PROCEDURE DIVISION                       *00005000
      ******************************************************************00005010
       PROCEDURE DIVISION.                                              00005020
                                                                        00005030
           PERFORM 1000-INICIO                                          00005040
              THRU 1000-INICIO-EXIT                                     00005050
                                                                        00005060
           PERFORM 2000-PROCESO                                         00005070
              THRU 2000-PROCESO-EXIT                                    00005080
             UNTIL SI-FIN-CURSOR                                        00005090
                                                                        00005100
           PERFORM 3000-FIN                                             00005110
              THRU 3000-FIN-EXIT                                        00005120
                                                                        00005130
           .                                                            00005140
                                                                        00005150
      ******************************************************************00005160
      ***                   1000-INICIO                             *** 00005170
      ***                   -----------                             *** 00005180
      * SE VALIDA LA HUELLA RECIBIDA POR SYSIN, SE ABREN LOS FICHEROS, *00005190
      * SE ESCRIBEN LAS CABECERAS Y SE ABRE EL CURSOR DE POSICIONES.   *00005200
      ******************************************************************00005210
       1000-INICIO.                                                     00005220
                                                                        00005230
           INITIALIZE WK-VARIABLES                                      00005240
                      CT-CONTADORES                                     00005250
                      CT-MONEDA                                         00005260
                                                                        00005270
           SET NO-FIN-CURSOR                 TO TRUE                    00005280
           SET SI-PRIMERA-LECTURA            TO TRUE                    00005290
                                                                        00005300
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005310
                                                                        00005320
           IF  WK-ORIGEN-CARGA = SPACES OR LOW-VALUES                   00005330
               MOVE CA-KJBCCRL               TO WK-ORIGEN-CARGA         00005340
           END-IF                                                       00005350
                                                                        00005360
           IF  WK-FECHA-NEGOCIO = SPACES OR LOW-VALUES OR               00005370
               WK-NUMREG-AN NOT NUMERIC OR                              00005380
               WK-HASH-AN NOT NUMERIC                                   00005390
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005400
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00005410
               MOVE CA-PRF-1000              TO WK-PARRAFO              00005420
                                                                        00005430
               PERFORM 9000-CANCELACION                                 00005440
                  THRU 9000-CANCELACION-EXIT                            00005450
                                                                        00005460
           END-IF                                                       00005470
                                                                        00005480
           MOVE WK-HASH-ABS                  TO WK-HASHIMP              00005490
                                                                        00005500
           IF  WK-SIGNO-HASH = CA-SIGNO-MENOS                           00005510
               COMPUTE WK-HASHIMP = WK-HASHIMP * -1                     00005520
           END-IF                                                       00005530
                                                                        00005540
           PERFORM 1100-ABRIR-FICHEROS                                  00005550
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005560
                                                                        00005570
           MOVE WK-ORIGEN-CARGA              TO WC-ORIGEN               00005580
           MOVE WK-FECHA-NEGOCIO             TO WC-FECHA-NEGOCIO        00005590
           MOVE WK-NUMREG                    TO WC-NUMREG               00005600
           MOVE WK-HASHIMP                   TO WC-HASHIMP              00005610
                                                                        00005620
           MOVE WK-LINEA-CABECERA            TO REG-KJBCRBS1            00005630
                                                REG-KJBCRBS2            00005640
                                                                        00005650
           PERFORM 2500-ESCRIBIR-LINEA                                  00005660
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005670
                                                                        00005680
           PERFORM 2510-ESCRIBIR-MANUAL                                 00005690
              THRU 2510-ESCRIBIR-MANUAL-EXIT                            00005700
                                                                        00005710
           MOVE SPACES                       TO REG-KJBCRBS1            00005720
                                                REG-KJBCRBS2            00005730
                                                                        00005740
           PERFORM 2500-ESCRIBIR-LINEA                                  00005750
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005760
                                                                        00005770
           PERFORM 2510-ESCRIBIR-MANUAL                                 00005780
              THRU 2510-ESCRIBIR-MANUAL-EXIT                            00005790
                                                                        00005800
           MOVE WK-LINEA-TITULOS             TO REG-KJBCRBS1            00005810
                                                                        00005820
           PERFORM 2500-ESCRIBIR-LINEA                                  00005830
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00005840
                                                                        00005850
           MOVE WK-LINEA-TITULOS-MANUAL      TO REG-KJBCRBS2            00005860
                                                                        00005870
           PERFORM 2510-ESCRIBIR-MANUAL                                 00005880
              THRU 2510-ESCRIBIR-MANUAL-EXIT                            00005890
                                                                        00005900
           PERFORM 1200-ABRIR-CURSOR                                    00005910
              THRU 1200-ABRIR-CURSOR-EXIT                               00005920
                                                                        00005930
           PERFORM 9200-LEER-CURSOR                                     00005940
              THRU 9200-LEER-CURSOR-EXIT                                00005950
                                                                        00005960
           .                                                            00005970
       1000-INICIO-EXIT.                                                00005980
           EXIT.                                                        00005990
                                                                        00006000
      ******************************************************************00006010
      ***                   1100-ABRIR-FICHEROS                     *** 00006020
      ***                   -------------------                     *** 00006030
      * SE REALIZA LA APERTURA DE LOS FICHEROS DE SALIDA.              *00006040
      ******************************************************************00006050
       1100-ABRIR-FICHEROS.                                             00006060
                                                                        00006070
           OPEN OUTPUT KJBCRBS1                                         00006080
                       KJBCRBS2                                         00006090
                                                                        00006100
           IF  FS-KJBCRBS1 NOT = CA-FS-OK                               00006110
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006120
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006130
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006140
               MOVE CA-KJBCRBS1              TO WK-DDNAME               00006150
               MOVE FS-KJBCRBS1              TO WK-FILE-STATUS          00006160
                                                                        00006170
               PERFORM 9000-CANCELACION                                 00006180
                  THRU 9000-CANCELACION-EXIT                            00006190
                                                                        00006200
           END-IF                                                       00006210
                                                                        00006220
           IF  FS-KJBCRBS2 NOT = CA-FS-OK                               00006230
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006240
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006250
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006260
               MOVE CA-KJBCRBS2              TO WK-DDNAME               00006270
               MOVE FS-KJBCRBS2              TO WK-FILE-STATUS          00006280
                                                                        00006290
               PERFORM 9000-CANCELACION                                 00006300
                  THRU 9000-CANCELACION-EXIT                            00006310
                                                                        00006320
           END-IF                                                       00006330
                                                                        00006340
           .                                                            00006350
       1100-ABRIR-FICHEROS-EXIT.                                        00006360
           EXIT.                                                        00006370
                                                                        00006380
      ******************************************************************00006390
      ***                   1200-ABRIR-CURSOR                       *** 00006400
      ***                   -----------------                       *** 00006410
      * SE DECLARA Y ABRE EL CURSOR DE POSICIONES ACTUALIZADAS CON     *00006420
      * EXITO POR EL FICHERO (RESULTADO '00' EN POS_MOV_CONSO), CON EL *00006430
      * PRIMER Y ULTIMO INSTANTE EN QUE EL FICHERO LAS TOCO, ORDENADO  *00006440
      * POR MONEDA PARA LOS TOTALES.                                   *00006450
      ******************************************************************00006460
       1200-ABRIR-CURSOR.                                               00006470
                                                                        00006480
           MOVE WK-ORIGEN-CARGA               TO G6546-ORIGEN           00006490
           MOVE WK-FECHA-NEGOCIO              TO G6546-FECNEGOCIO       00006500
           MOVE WK-NUMREG                     TO G6546-NUMREG           00006510
           MOVE WK-HASHIMP                    TO G6546-HASHIMP          00006520
           MOVE CA-00                         TO G6546-RESULTADO        00006530
                                                                        00006540
           EXEC SQL                                                     00006550
                DECLARE C-POSICIONES CURSOR FOR                         00006560
                SELECT G6546_CODMONSW , G6546_IDEMPRD ,                 00006570
                       G6546_IDCENTD  , G6546_IDPRODD ,                 00006580
                       G6546_CODSPROD , G6546_CTOSALDO,                 00006590
                       COUNT(*),                                        00006600
                       MIN(G6546_FECPROC),                              00006610
                       MAX(G6546_FECPROC)                               00006620
                  FROM POS_MOV_CONSO                                    00006630
                 WHERE G6546_ORIGEN     = :G6546-ORIGEN                 00006640
                   AND G6546_FECNEGOCIO = :G6546-FECNEGOCIO             00006650
                   AND G6546_NUMREG     = :G6546-NUMREG                 00006660
                   AND G6546_HASHIMP    = :G6546-HASHIMP                00006670
                   AND G6546_RESULTADO  = :G6546-RESULTADO              00006680
                 GROUP BY G6546_CODMONSW, G6546_IDEMPRD ,               00006690
                          G6546_IDCENTD , G6546_IDPRODD ,               00006700
                          G6546_CODSPROD, G6546_CTOSALDO                00006710
                 ORDER BY G6546_CODMONSW, G6546_IDEMPRD ,               00006720
                          G6546_IDCENTD , G6546_IDPRODD ,               00006730
                          G6546_CODSPROD, G6546_CTOSALDO                00006740
           END-EXEC                                                     00006750
                                                                        00006760
           EXEC SQL                                                     00006770
                OPEN C-POSICIONES                                       00006780
           END-EXEC                                                     00006790
                                                                        00006800
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006810
                                                                        00006820
           IF  NOT DB2-OK                                               00006830
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006840
               MOVE CA-ERR-CURSOR             TO WK-DESCRIPCION         00006850
               MOVE CA-PRF-1200               TO WK-PARRAFO             00006860
               MOVE CA-KJBCCRB                TO WK-RUTINA              00006870
               MOVE CA-POS-MOV-CONSO          TO WK-TABLA-DB2           00006880
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006890
                                                                        00006900
               PERFORM 9000-CANCELACION                                 00006910
                  THRU 9000-CANCELACION-EXIT                            00006920
                                                                        00006930
           END-IF                                                       00006940
                                                                        00006950
           .                                                            00006960
       1200-ABRIR-CURSOR-EXIT.                                          00006970
           EXIT.                                                        00006980
                                                                        00006990
      ******************************************************************00007000
      ***                   2000-PROCESO                            *** 00007010
      ***                   ------------                            *** 00007020
      * SE DETECTA LA RUPTURA DE MONEDA Y SE REVIERTE LA POSICION LEIDA*00007030
      ******************************************************************00007040
       2000-PROCESO.                                                    00007050
                                                                        00007060
           IF  SI-PRIMERA-LECTURA                                       00007070
               MOVE WF-CODMONSW              TO WK-CODMONSW             00007080
               SET NO-PRIMERA-LECTURA        TO TRUE                    00007090
           ELSE                                                         00007100
               IF  WF-CODMONSW NOT = WK-CODMONSW                        00007110
                   PERFORM 2400-VOLCAR-MONEDA                           00007120
                      THRU 2400-VOLCAR-MONEDA-EXIT                      00007130
                   MOVE WF-CODMONSW          TO WK-CODMONSW             00007140
               END-IF                                                   00007150
           END-IF                                                       00007160
                                                                        00007170
           ADD CN-1                          TO CT-REG-LEIDOS           00007180
           ADD WF-NUM-MOVS                   TO CT-MOVS-FICHERO         00007190
                                                                        00007200
           PERFORM 2100-REVERTIR-POSICION                               00007210
              THRU 2100-REVERTIR-POSICION-EXIT                          00007220
                                                                        00007230
           PERFORM 9200-LEER-CURSOR                                     00007240
              THRU 9200-LEER-CURSOR-EXIT                                00007250
                                                                        00007260
           .                                                            00007270
       2000-PROCESO-EXIT.                                               00007280
           EXIT.                                                        00007290
                                                                        00007300
      ******************************************************************00007310
      ***                   2100-REVERTIR-POSICION                  *** 00007320
      ***                   ----------------------                  *** 00007330
      * SE COMPRUEBA QUE LA POSICION SIGUE COMO LA DEJO EL FICHERO, SE *00007340
      * RECUPERA SU FOTO ANTERIOR AL FICHERO Y SE RESTAURA A TRAVES DE *00007350
      * KJBCCPD. CUALQUIER IMPEDIMENTO LA DEJA PARA TRATAMIENTO MANUAL.*00007360
      ******************************************************************00007370
       2100-REVERTIR-POSICION.                                          00007380
                                                                        00007390
           SET NO-RECHAZADA                  TO TRUE                    00007400
                                                                        00007410
           PERFORM 2110-LEER-POSICION                                   00007420
              THRU 2110-LEER-POSICION-EXIT                              00007430
                                                                        00007440
           IF  SI-RECHAZADA                                             00007450
               PERFORM 2310-LISTAR-MANUAL                               00007460
                  THRU 2310-LISTAR-MANUAL-EXIT                          00007470
               GO TO 2100-REVERTIR-POSICION-EXIT                        00007480
           END-IF                                                       00007490
                                                                        00007500
           PERFORM 2120-LEER-FOTO                                       00007510
              THRU 2120-LEER-FOTO-EXIT                                  00007520
                                                                        00007530
      * -- SI LA POSICION SE HA VUELTO A ACTUALIZAR DESPUES DE LA ULTIMA00007540
      * -- APLICACION DEL FICHERO NO SE PUEDE REVERTIR SIN PERDER ESE   00007550
      * -- CAMBIO POSTERIOR.                                            00007560
           IF  WK-CONTCUR-ACTUAL > WF-FECPROC-ULTIMO                    00007570
               SET SI-RECHAZADA              TO TRUE                    00007580
               MOVE SPACES                   TO WK-MENSAJE-RECHAZO      00007590
               MOVE CA-MOT-MODIFICADA        TO WK-MOTIVO-RECHAZO       00007600
                                                                        00007610
               PERFORM 2310-LISTAR-MANUAL                               00007620
                  THRU 2310-LISTAR-MANUAL-EXIT                          00007630
               GO TO 2100-REVERTIR-POSICION-EXIT                        00007640
           END-IF                                                       00007650
                                                                        00007660
           PERFORM 2200-RESTAURAR-SALDO                                 00007670
              THRU 2200-RESTAURAR-SALDO-EXIT                            00007680
                                                                        00007690
           PERFORM 2210-REGISTRAR-MOVIMIENTO                            00007700
              THRU 2210-REGISTRAR-MOVIMIENTO-EXIT                       00007710
                                                                        00007720
           IF  SI-RECHAZADA                                             00007730
               PERFORM 2310-LISTAR-MANUAL                               00007740
                  THRU 2310-LISTAR-MANUAL-EXIT                          00007750
           ELSE                                                         00007760
               PERFORM 2300-LISTAR-REVERTIDA                            00007770
                  THRU 2300-LISTAR-REVERTIDA-EXIT                       00007780
           END-IF                                                       00007790
                                                                        00007800
           .                                                            00007810
       2100-REVERTIR-POSICION-EXIT.                                     00007820
           EXIT.                                                        00007830
                                                                        00007840
      ******************************************************************00007850
      ***                   2110-LEER-POSICION                      *** 00007860
      ***                   ------------------                      *** 00007870
      * SE LEEN EL SALDO, LA FECHA DE CONSOLIDACION Y EL INSTANTE DE LA*00007880
      * ULTIMA ACTUALIZACION DE LA POSICION.                           *00007890
      ******************************************************************00007900
       2110-LEER-POSICION.                                              00007910
                                                                        00007920
           EXEC SQL                                                     00007930
                SELECT G6524_IMPSLDC, CHAR(G6524_FECCONSO, ISO),        00007940
                       G6524_CONTCUR                                    00007950
                  INTO :WK-SALDO-ACTUAL, :WK-FECCONSO-ACTUAL,           00007960
                       :WK-CONTCUR-ACTUAL                               00007970
                  FROM POS_DISP_PMAS                                    00007980
                 WHERE G6524_IDEMPRD  = :WF-IDEMPRD                     00007990
                   AND G6524_IDCENTD  = :WF-IDCENTD                     00008000
                   AND G6524_IDPRODD  = :WF-IDPRODD                     00008010
                   AND G6524_CODSPROD = :WF-CODSPROD                    00008020
                   AND G6524_CTOSALDO = :WF-CTOSALDO                    00008030
                   AND G6524_CODMONSW = :WF-CODMONSW                    00008040
           END-EXEC                                                     00008050
                                                                        00008060
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008070
                                                                        00008080
           EVALUATE  TRUE                                               00008090
               WHEN  DB2-OK                                             00008100
                     CONTINUE                                           00008110
                                                                        00008120
               WHEN  DB2-CLV-NOT-FOUND                                  00008130
                     SET SI-RECHAZADA         TO TRUE                   00008140
                     MOVE ZEROES              TO WK-SALDO-ACTUAL        00008150
                                                 WK-SALDO-FOTO          00008160
                     MOVE SPACES              TO WK-MENSAJE-RECHAZO     00008170
                     MOVE CA-MOT-NO-POSICION  TO WK-MOTIVO-RECHAZO      00008180
                                                                        00008190
               WHEN  OTHER                                              00008200
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008210
                     MOVE CA-ERR-POSICION     TO WK-DESCRIPCION         00008220
                     MOVE CA-PRF-2110         TO WK-PARRAFO             00008230
                     MOVE CA-KJBCCRB          TO WK-RUTINA              00008240
                     MOVE CA-POS-DISP-PMAS    TO WK-TABLA-DB2           00008250
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008260
                                                                        00008270
                     PERFORM 9000-CANCELACION                           00008280
                        THRU 9000-CANCELACION-EXIT                      00008290
                                                                        00008300
           END-EVALUATE                                                 00008310
                                                                        00008320
           .                                                            00008330
       2110-LEER-POSICION-EXIT.                                         00008340
           EXIT.                                                        00008350
                                                                        00008360
      ******************************************************************00008370
      ***                   2120-LEER-FOTO                          *** 00008380
      ***                   --------------                          *** 00008390
      * SE RECUPERA LA FOTO DE LA POSICION ANTERIOR A LA PRIMERA       *00008400
      * APLICACION DEL FICHERO: KJBCCPD GUARDA EN POS_DISP_PMAS_HIST LA*00008410
      * IMAGEN PREVIA JUSTO ANTES DE CADA ACTUALIZACION, POR LO QUE ES *00008420
      * LA ULTIMA FOTO NO POSTERIOR A ESE PRIMER MOVIMIENTO. SIN FOTO, *00008430
      * LA POSICION LA DIO DE ALTA EL PROPIO FICHERO.                  *00008440
      ******************************************************************00008450
       2120-LEER-FOTO.                                                  00008460
                                                                        00008470
           SET SI-EXISTE-FOTO                 TO TRUE                   00008480
                                                                        00008490
           EXEC SQL                                                     00008500
                SELECT G6524H_IMPSLDC, CHAR(G6524H_FECCONSO, ISO)       00008510
                  INTO :G6524H-IMPSLDC, :G6524H-FECCONSO                00008520
                  FROM POS_DISP_PMAS_HIST H                             00008530
                 WHERE H.G6524H_IDEMPRD  = :WF-IDEMPRD                  00008540
                   AND H.G6524H_IDCENTD  = :WF-IDCENTD                  00008550
                   AND H.G6524H_IDPRODD  = :WF-IDPRODD                  00008560
                   AND H.G6524H_CODSPROD = :WF-CODSPROD                 00008570
                   AND H.G6524H_CTOSALDO = :WF-CTOSALDO                 00008580
                   AND H.G6524H_CODMONSW = :WF-CODMONSW                 00008590
                   AND H.G6524H_FECHIST  =                              00008600
                      (SELECT MAX(F.G6524H_FECHIST)                     00008610
                         FROM POS_DISP_PMAS_HIST F                      00008620
                        WHERE F.G6524H_IDEMPRD  = H.G6524H_IDEMPRD      00008630
                          AND F.G6524H_IDCENTD  = H.G6524H_IDCENTD      00008640
                          AND F.G6524H_IDPRODD  = H.G6524H_IDPRODD      00008650
                          AND F.G6524H_CODSPROD = H.G6524H_CODSPROD     00008660
                          AND F.G6524H_CTOSALDO = H.G6524H_CTOSALDO     00008670
                          AND F.G6524H_CODMONSW = H.G6524H_CODMONSW     00008680
                          AND F.G6524H_FECHIST <= :WF-FECPROC-PRIMERO)  00008690
                 FETCH FIRST 1 ROW ONLY                                 00008700
           END-EXEC                                                     00008710
                                                                        00008720
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00008730
                                                                        00008740
           EVALUATE  TRUE                                               00008750
               WHEN  DB2-OK                                             00008760
                     MOVE G6524H-IMPSLDC      TO WK-SALDO-FOTO          00008770
                     MOVE G6524H-FECCONSO     TO WK-FECHA-FOTO          00008780
                                                                        00008790
               WHEN  DB2-CLV-NOT-FOUND                                  00008800
                     SET NO-EXISTE-FOTO       TO TRUE                   00008810
                     MOVE ZEROES              TO WK-SALDO-FOTO          00008820
                     MOVE WK-FECCONSO-ACTUAL  TO WK-FECHA-FOTO          00008830
                                                                        00008840
               WHEN  OTHER                                              00008850
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00008860
                     MOVE CA-ERR-FOTO         TO WK-DESCRIPCION         00008870
                     MOVE CA-PRF-2120         TO WK-PARRAFO             00008880
                     MOVE CA-KJBCCRB          TO WK-RUTINA              00008890
                     MOVE CA-POS-DISP-PMAS-HIST                         00008900
                                              TO WK-TABLA-DB2           00008910
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00008920
                                                                        00008930
                     PERFORM 9000-CANCELACION                           00008940
                        THRU 9000-CANCELACION-EXIT                      00008950
                                                                        00008960
           END-EVALUATE                                                 00008970
                                                                        00008980
           .                                                            00008990
       2120-LEER-FOTO-EXIT.                                             00009000
           EXIT.                                                        00009010
                                                                        00009020
      ******************************************************************00009030
      ***                   2200-RESTAURAR-SALDO                    *** 00009040
      ***                   --------------------                    *** 00009050
      * SE INVOCA KJBCCPD CON EL SALDO Y LA FECHA DE LA FOTO (REVERSA  *00009060
      * A CERO SI EL FICHERO DIO DE ALTA LA POSICION), CON CONTROL DE  *00009070
      * CONCURRENCIA SOBRE EL CONTCUR LEIDO. LA REVERSION ESTA         *00009080
      * AUTORIZADA POR OPERACIONES, POR LO QUE NO SE APLICA EL CONTROL *00009090
      * DE TOLERANCIA; EL RESTO DE VALIDACIONES DE LA RUTINA (EMBARGOS,*00009100
      * CATALOGOS, DIA CERRADO) SE MANTIENEN.                          *00009110
      ******************************************************************00009120
       2200-RESTAURAR-SALDO.                                            00009130
                                                                        00009140
           INITIALIZE KJYCCPD                                           00009150
                                                                        00009160
           MOVE WF-IDEMPRD                    TO KJYCCPD-IDEMPR         00009170
           MOVE WF-IDCENTD                    TO KJYCCPD-IDCENT         00009180
           MOVE WF-IDPRODD                    TO KJYCCPD-IDPROD         00009190
           MOVE WF-CODSPROD                   TO KJYCCPD-CODSPROD       00009200
           MOVE WF-CTOSALDO                   TO KJYCCPD-CTOSALDO       00009210
           MOVE WF-CODMONSW                   TO KJYCCPD-CODMONSW       00009220
           MOVE WK-SALDO-FOTO                 TO KJYCCPD-IMPORTE-CONSO  00009230
           MOVE WK-DIA-FOTO                   TO KJYCCPD-DIA-CONTABLE   00009240
           MOVE WK-FECHA-FOTO                 TO KJYCCPD-FECHA-CONTABLE 00009250
           MOVE WK-CONTCUR-ACTUAL       TO KJYCCPD-CONTCUR-ESPERADO     00009260
           MOVE CA-KJBCCRB                    TO KJYCCPD-IDJOB-BATCH    00009270
           MOVE CA-FORZAR                     TO KJYCCPD-IND-FORZAR     00009280
                                                                        00009290
           IF  NO-EXISTE-FOTO                                           00009300
               MOVE CA-REVERSE                TO KJYCCPD-TIPO-OPER      00009310
           END-IF                                                       00009320
                                                                        00009330
           CALL CA-KJBCCPD                USING KJYCCPD                 00009340
                                                                        00009350
           IF  KJYCCPD-RETORNO NOT = CA-00                              00009360
               SET SI-RECHAZADA               TO TRUE                   00009370
               MOVE KJYCCPD-MENSAJE           TO WK-MENSAJE-RECHAZO     00009380
               MOVE KJYCCPD-DESCRIPCION       TO WK-MOTIVO-RECHAZO      00009390
           END-IF                                                       00009400
                                                                        00009410
           .                                                            00009420
       2200-RESTAURAR-SALDO-EXIT.                                       00009430
           EXIT.                                                        00009440
                                                                        00009450
      ******************************************************************00009460
      ***                   2210-REGISTRAR-MOVIMIENTO               *** 00009470
      ***                   -------------------------               *** 00009480
      * SE ANOTA LA REVERSION EN EL DIARIO POS_MOV_CONSO CON LA HUELLA *00009490
      * DEL FICHERO REVERTIDO Y EL RESULTADO DE KJBCCPD, DE MODO QUE EL*00009500
      * DIARIO DE LA POSICION REFLEJA TAMBIEN SU RESTAURACION.         *00009510
      ******************************************************************00009520
       2210-REGISTRAR-MOVIMIENTO.                                       00009530
                                                                        00009540
           INITIALIZE DCLPOS-MOV-CONSO                                  00009550
                                                                        00009560
           MOVE WF-IDEMPRD                   TO G6546-IDEMPRD           00009570
           MOVE WF-IDCENTD                   TO G6546-IDCENTD           00009580
           MOVE WF-IDPRODD                   TO G6546-IDPRODD           00009590
           MOVE WF-CODSPROD                  TO G6546-CODSPROD          00009600
           MOVE WF-CTOSALDO                  TO G6546-CTOSALDO          00009610
           MOVE WF-CODMONSW                  TO G6546-CODMONSW          00009620
           MOVE KJYCCPD-FECHA-CONTABLE       TO G6546-FECCONTA          00009630
           MOVE KJYCCPD-IMPORTE-CONSO        TO G6546-IMPORTE           00009640
           MOVE KJYCCPD-TIPO-OPER            TO G6546-TIPOOPER          00009650
           MOVE CA-KJBCCRB                   TO G6546-ORIGEN            00009660
           MOVE WK-FECHA-NEGOCIO             TO G6546-FECNEGOCIO        00009670
           MOVE WK-NUMREG                    TO G6546-NUMREG            00009680
           MOVE WK-HASHIMP                   TO G6546-HASHIMP           00009690
           MOVE KJYCCPD-RETORNO              TO G6546-RESULTADO         00009700
           MOVE KJYCCPD-MENSAJE              TO G6546-MENSAJE           00009710
                                                                        00009720
           EXEC SQL                                                     00009730
                INSERT INTO POS_MOV_CONSO                               00009740
                      ( G6546_IDEMPRD , G6546_IDCENTD ,                 00009750
                        G6546_IDPRODD , G6546_CODSPROD,                 00009760
                        G6546_CTOSALDO, G6546_CODMONSW,                 00009770
                        G6546_FECCONTA, G6546_IMPORTE ,                 00009780
                        G6546_TIPOOPER, G6546_ORIGEN  ,                 00009790
                        G6546_FECNEGOCIO, G6546_NUMREG,                 00009800
                        G6546_HASHIMP , G6546_RESULTADO,                00009810
                        G6546_MENSAJE , G6546_FECPROC )                 00009820
                VALUES                                                  00009830
                      ( :G6546-IDEMPRD , :G6546-IDCENTD ,               00009840
                        :G6546-IDPRODD , :G6546-CODSPROD,               00009850
                        :G6546-CTOSALDO, :G6546-CODMONSW,               00009860
                        :G6546-FECCONTA, :G6546-IMPORTE ,               00009870
                        :G6546-TIPOOPER, :G6546-ORIGEN  ,               00009880
                        :G6546-FECNEGOCIO, :G6546-NUMREG,               00009890
                        :G6546-HASHIMP , :G6546-RESULTADO,              00009900
                        :G6546-MENSAJE , CURRENT TIMESTAMP )            00009910
           END-EXEC                                                     00009920
                                                                        00009930
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009940
                                                                        00009950
           IF  NOT DB2-OK                                               00009960
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00009970
               MOVE CA-ERR-DIARIO            TO WK-DESCRIPCION          00009980
               MOVE CA-PRF-2210              TO WK-PARRAFO              00009990
               MOVE CA-KJBCCRB               TO WK-RUTINA               00010000
               MOVE CA-POS-MOV-CONSO         TO WK-TABLA-DB2            00010010
               MOVE CA-INSERT                TO WK-DATOS-ACCESO         00010020
                                                                        00010030
               PERFORM 9000-CANCELACION                                 00010040
                  THRU 9000-CANCELACION-EXIT                            00010050
                                                                        00010060
           END-IF                                                       00010070
                                                                        00010080
           .                                                            00010090
       2210-REGISTRAR-MOVIMIENTO-EXIT.                                  00010100
           EXIT.                                                        00010110
                                                                        00010120
      ******************************************************************00010130
      ***                   2300-LISTAR-REVERTIDA                   *** 00010140
      ***                   ---------------------                   *** 00010150
      * SE ESCRIBE LA LINEA DE PRUEBA DE LA POSICION REVERTIDA (SALDO  *00010160
      * ANTES Y DESPUES DE LA REVERSION) Y SE ACUMULA EN SU MONEDA.    *00010170
      ******************************************************************00010180
       2300-LISTAR-REVERTIDA.                                           00010190
                                                                        00010200
           ADD CN-1                           TO CT-RESTAURADAS         00010210
                                                 CT-M-RESTAURADAS       00010220
                                                                        00010230
           COMPUTE WK-DIFERENCIA = WK-SALDO-FOTO - WK-SALDO-ACTUAL      00010240
                                                                        00010250
           ADD WK-SALDO-ACTUAL                TO CT-M-SALDO-ANTES       00010260
           ADD WK-SALDO-FOTO                  TO CT-M-SALDO-DESPUES     00010270
           ADD WK-DIFERENCIA                  TO CT-M-DIFERENCIA        00010280
                                                                        00010290
           MOVE WF-CODMONSW                   TO WD-CODMONSW            00010300
           MOVE WF-IDEMPRD                    TO WD-IDEMPRD             00010310
           MOVE WF-IDCENTD                    TO WD-IDCENTD             00010320
           MOVE WF-IDPRODD                    TO WD-IDPRODD             00010330
           MOVE WF-CODSPROD                   TO WD-CODSPROD            00010340
           MOVE WF-CTOSALDO                   TO WD-CTOSALDO            00010350
           MOVE WF-NUM-MOVS                   TO WD-MOVS                00010360
           MOVE WK-SALDO-ACTUAL               TO WD-SALDO-ANTES         00010370
           MOVE WK-SALDO-FOTO                 TO WD-SALDO-DESPUES       00010380
           MOVE WK-DIFERENCIA                 TO WD-DIFERENCIA          00010390
           MOVE KJYCCPD-FECHA-APLICADA        TO WD-FECHA-APLICADA      00010400
           MOVE SPACES                        TO WD-OBSERVACIONES       00010410
                                                                        00010420
           EVALUATE  TRUE                                               00010430
               WHEN  NO-EXISTE-FOTO                                     00010440
                     MOVE CA-OBS-ALTA-FICHERO TO WD-OBSERVACIONES       00010450
               WHEN  KJYCCPD-FECHA-APLICADA NOT = WK-FECHA-FOTO         00010460
                     MOVE CA-OBS-RODADA       TO WD-OBSERVACIONES       00010470
           END-EVALUATE                                                 00010480
                                                                        00010490
           MOVE WK-LINEA-DETALLE              TO REG-KJBCRBS1           00010500
                                                                        00010510
           PERFORM 2500-ESCRIBIR-LINEA                                  00010520
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00010530
                                                                        00010540
           .                                                            00010550
       2300-LISTAR-REVERTIDA-EXIT.                                      00010560
           EXIT.                                                        00010570
                                                                        00010580
      ******************************************************************00010590
      ***                   2310-LISTAR-MANUAL                      *** 00010600
      ***                   ------------------                      *** 00010610
      * SE ESCRIBE LA POSICION NO REVERTIDA EN EL LISTADO DE           *00010620
      * TRATAMIENTO MANUAL CON EL MOTIVO, Y SE CUENTA EN SU MONEDA.    *00010630
      ******************************************************************00010640
       2310-LISTAR-MANUAL.                                              00010650
                                                                        00010660
           ADD CN-1                           TO CT-RECHAZADAS          00010670
                                                 CT-M-RECHAZADAS        00010680
                                                                        00010690
           MOVE WF-CODMONSW                   TO WM-CODMONSW            00010700
           MOVE WF-IDEMPRD                    TO WM-IDEMPRD             00010710
           MOVE WF-IDCENTD                    TO WM-IDCENTD             00010720
           MOVE WF-IDPRODD                    TO WM-IDPRODD             00010730
           MOVE WF-CODSPROD                   TO WM-CODSPROD            00010740
           MOVE WF-CTOSALDO                   TO WM-CTOSALDO            00010750
           MOVE WF-NUM-MOVS                   TO WM-MOVS                00010760
           MOVE WK-SALDO-ACTUAL               TO WM-SALDO-ACTUAL        00010770
           MOVE WK-SALDO-FOTO                 TO WM-SALDO-FOTO          00010780
           MOVE WK-MENSAJE-RECHAZO            TO WM-MENSAJE             00010790
           MOVE WK-MOTIVO-RECHAZO             TO WM-MOTIVO              00010800
                                                                        00010810
           MOVE WK-LINEA-MANUAL               TO REG-KJBCRBS2           00010820
                                                                        00010830
           PERFORM 2510-ESCRIBIR-MANUAL                                 00010840
              THRU 2510-ESCRIBIR-MANUAL-EXIT                            00010850
                                                                        00010860
           .                                                            00010870
       2310-LISTAR-MANUAL-EXIT.                                         00010880
           EXIT.                                                        00010890
                                                                        00010900
      ******************************************************************00010910
      ***                   2400-VOLCAR-MONEDA                      *** 00010920
      ***                   ------------------                      *** 00010930
      * SE ESCRIBE EL TOTAL DE LA MONEDA CERRADA EN EL LISTADO DE      *00010940
      * PRUEBA, SEGUIDO DE UNA LINEA EN BLANCO, Y SE REINICIAN SUS     *00010950
      * ACUMULADOS.                                                    *00010960
      ******************************************************************00010970
       2400-VOLCAR-MONEDA.                                              00010980
                                                                        00010990
           MOVE CA-TOTAL-MONEDA               TO WT-CONCEPTO            00011000
           MOVE WK-CODMONSW                   TO WT-CODMONSW            00011010
           MOVE CT-M-RESTAURADAS              TO WT-RESTAURADAS         00011020
           MOVE CT-M-RECHAZADAS               TO WT-RECHAZADAS          00011030
           MOVE CT-M-SALDO-ANTES              TO WT-SALDO-ANTES         00011040
           MOVE CT-M-SALDO-DESPUES            TO WT-SALDO-DESPUES       00011050
           MOVE CT-M-DIFERENCIA               TO WT-DIFERENCIA          00011060
                                                                        00011070
           MOVE WK-LINEA-TOTAL                TO REG-KJBCRBS1           00011080
                                                                        00011090
           PERFORM 2500-ESCRIBIR-LINEA                                  00011100
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011110
                                                                        00011120
           MOVE SPACES                        TO REG-KJBCRBS1           00011130
                                                                        00011140
           PERFORM 2500-ESCRIBIR-LINEA                                  00011150
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00011160
                                                                        00011170
           INITIALIZE CT-MONEDA                                         00011180
                                                                        00011190
           .                                                            00011200
       2400-VOLCAR-MONEDA-EXIT.                                         00011210
           EXIT.                                                        00011220
                                                                        00011230
      ******************************************************************00011240
      ***                   2500-ESCRIBIR-LINEA                     *** 00011250
      ***                   -------------------                     *** 00011260
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO DE PRUEBA.         *00011270
      ******************************************************************00011280
       2500-ESCRIBIR-LINEA.                                             00011290
                                                                        00011300
           WRITE REG-KJBCRBS1                                           00011310
                                                                        00011320
           IF  FS-KJBCRBS1 NOT = CA-FS-OK                               00011330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011340
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011350
               MOVE CA-PRF-2500              TO WK-PARRAFO              00011360
               MOVE CA-KJBCRBS1              TO WK-DDNAME               00011370
               MOVE FS-KJBCRBS1              TO WK-FILE-STATUS          00011380
               MOVE REG-KJBCRBS1             TO WK-DATOS-REGISTRO       00011390
                                                                        00011400
               PERFORM 9000-CANCELACION                                 00011410
                  THRU 9000-CANCELACION-EXIT                            00011420
                                                                        00011430
           END-IF                                                       00011440
                                                                        00011450
           .                                                            00011460
       2500-ESCRIBIR-LINEA-EXIT.                                        00011470
           EXIT.                                                        00011480
                                                                        00011490
      ******************************************************************00011500
      ***                   2510-ESCRIBIR-MANUAL                    *** 00011510
      ***                   --------------------                    *** 00011520
      * SE ESCRIBE LA LINEA PREPARADA EN EL LISTADO DE TRATAMIENTO     *00011530
      * MANUAL.                                                        *00011540
      ******************************************************************00011550
       2510-ESCRIBIR-MANUAL.                                            00011560
                                                                        00011570
           WRITE REG-KJBCRBS2                                           00011580
                                                                        00011590
           IF  FS-KJBCRBS2 NOT = CA-FS-OK                               00011600
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011610
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011620
               MOVE CA-PRF-2510              TO WK-PARRAFO              00011630
               MOVE CA-KJBCRBS2              TO WK-DDNAME               00011640
               MOVE FS-KJBCRBS2              TO WK-FILE-STATUS          00011650
               MOVE REG-KJBCRBS2             TO WK-DATOS-REGISTRO       00011660
                                                                        00011670
               PERFORM 9000-CANCELACION                                 00011680
                  THRU 9000-CANCELACION-EXIT                            00011690
                                                                        00011700
           END-IF                                                       00011710
                                                                        00011720
           .                                                            00011730
       2510-ESCRIBIR-MANUAL-EXIT.                                       00011740
           EXIT.                                                        00011750
                                                                        00011760
      ******************************************************************00011770
      ***                   3000-FIN                                *** 00011780
      ***                   --------                                *** 00011790
      * SE VUELCA LA ULTIMA MONEDA Y EL TOTAL GENERAL, SE CONFIRMAN LAS*00011800
      * REVERSIONES, SE CIERRAN CURSOR Y FICHEROS, SE MUESTRAN LAS     *00011810
      * ESTADISTICAS Y SE FIJA EL CONDITION CODE SI QUEDAN POSICIONES  *00011820
      * PARA TRATAMIENTO MANUAL O LA HUELLA NO TENIA MOVIMIENTOS.      *00011830
      ******************************************************************00011840
       3000-FIN.                                                        00011850
                                                                        00011860
           IF  SI-PRIMERA-LECTURA                                       00011870
               MOVE CA-SIN-MOVIMIENTOS        TO REG-KJBCRBS1           00011880
               PERFORM 2500-ESCRIBIR-LINEA                              00011890
                  THRU 2500-ESCRIBIR-LINEA-EXIT                         00011900
           ELSE                                                         00011910
               PERFORM 2400-VOLCAR-MONEDA                               00011920
                  THRU 2400-VOLCAR-MONEDA-EXIT                          00011930
           END-IF                                                       00011940
                                                                        00011950
           MOVE CT-REG-LEIDOS                 TO WG-LEIDAS              00011960
           MOVE CT-RESTAURADAS                TO WG-RESTAURADAS         00011970
           MOVE CT-RECHAZADAS                 TO WG-RECHAZADAS          00011980
                                                                        00011990
           MOVE WK-LINEA-TOTAL-GENERAL        TO REG-KJBCRBS1           00012000
                                                                        00012010
           PERFORM 2500-ESCRIBIR-LINEA                                  00012020
              THRU 2500-ESCRIBIR-LINEA-EXIT                             00012030
                                                                        00012040
           EXEC SQL                                                     00012050
                COMMIT                                                  00012060
           END-EXEC                                                     00012070
                                                                        00012080
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00012090
                                                                        00012100
           IF  NOT DB2-OK                                               00012110
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00012120
               MOVE CA-ERR-COMMIT             TO WK-DESCRIPCION         00012130
               MOVE CA-PRF-3000               TO WK-PARRAFO             00012140
               MOVE CA-KJBCCRB                TO WK-RUTINA              00012150
               MOVE CA-POS-MOV-CONSO          TO WK-TABLA-DB2           00012160
               MOVE CA-COMMIT                 TO WK-DATOS-ACCESO        00012170
                                                                        00012180
               PERFORM 9000-CANCELACION                                 00012190
                  THRU 9000-CANCELACION-EXIT                            00012200
                                                                        00012210
           END-IF                                                       00012220
                                                                        00012230
           PERFORM 3100-CERRAR-FICHEROS                                 00012240
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012250
                                                                        00012260
           PERFORM 3200-ESTADISTICAS                                    00012270
              THRU 3200-ESTADISTICAS-EXIT                               00012280
                                                                        00012290
           IF  CT-RECHAZADAS > ZEROES OR                                00012300
               CT-REG-LEIDOS = ZEROES                                   00012310
               MOVE CN-4                     TO RETURN-CODE             00012320
           END-IF                                                       00012330
                                                                        00012340
           STOP RUN                                                     00012350
                                                                        00012360
           .                                                            00012370
       3000-FIN-EXIT.                                                   00012380
           EXIT.                                                        00012390
                                                                        00012400
      ******************************************************************00012410
      ***                   3100-CERRAR-FICHEROS                    *** 00012420
      ***                   --------------------                    *** 00012430
      * SE CIERRAN EL CURSOR DE DB2 Y LOS FICHEROS DE SALIDA.          *00012440
      ******************************************************************00012450
       3100-CERRAR-FICHEROS.                                            00012460
                                                                        00012470
           EXEC SQL                                                     00012480
                CLOSE C-POSICIONES                                      00012490
           END-EXEC                                                     00012500
                                                                        00012510
           CLOSE KJBCRBS1                                               00012520
                 KJBCRBS2                                               00012530
                                                                        00012540
           IF  FS-KJBCRBS1 NOT = CA-FS-OK                               00012550
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012560
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012570
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012580
               MOVE CA-KJBCRBS1              TO WK-DDNAME               00012590
               MOVE FS-KJBCRBS1              TO WK-FILE-STATUS          00012600
                                                                        00012610
               PERFORM 9000-CANCELACION                                 00012620
                  THRU 9000-CANCELACION-EXIT                            00012630
                                                                        00012640
           END-IF                                                       00012650
                                                                        00012660
           IF  FS-KJBCRBS2 NOT = CA-FS-OK                               00012670
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012680
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012690
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012700
               MOVE CA-KJBCRBS2              TO WK-DDNAME               00012710
               MOVE FS-KJBCRBS2              TO WK-FILE-STATUS          00012720
                                                                        00012730
               PERFORM 9000-CANCELACION                                 00012740
                  THRU 9000-CANCELACION-EXIT                            00012750
                                                                        00012760
           END-IF                                                       00012770
                                                                        00012780
           .                                                            00012790
       3100-CERRAR-FICHEROS-EXIT.                                       00012800
           EXIT.                                                        00012810
                                                                        00012820
      ******************************************************************00012830
      ***                   3200-ESTADISTICAS                       *** 00012840
      ***                   -----------------                       *** 00012850
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00012860
      ******************************************************************00012870
       3200-ESTADISTICAS.                                               00012880
                                                                        00012890
           MOVE CT-REG-LEIDOS                 TO WK-LEIDOS-ED           00012900
           MOVE CT-MOVS-FICHERO               TO WK-MOVS-ED             00012910
           MOVE CT-RESTAURADAS                TO WK-RESTAURADAS-ED      00012920
           MOVE CT-RECHAZADAS                 TO WK-RECHAZADAS-ED       00012930
                                                                        00012940
           DISPLAY WK-CAB-1                                             00012950
           DISPLAY WK-CAB-2                                             00012960
           DISPLAY WK-CAB-1                                             00012970
           DISPLAY WK-CAB-3                                             00012980
           DISPLAY WK-CAB-4                                             00012990
           DISPLAY WK-CAB-5                                             00013000
           DISPLAY WK-CAB-6                                             00013010
           DISPLAY WK-CAB-1                                             00013020
                                                                        00013030
           .                                                            00013040
       3200-ESTADISTICAS-EXIT.                                          00013050
           EXIT.                                                        00013060
                                                                        00013070
      ******************************************************************00013080
      ***                   9200-LEER-CURSOR                        *** 00013090
      ***                   ----------------                        *** 00013100
      * SE REALIZA EL FETCH DEL CURSOR C-POSICIONES.                   *00013110
      ******************************************************************00013120
       9200-LEER-CURSOR.                                                00013130
                                                                        00013140
           EXEC SQL                                                     00013150
                FETCH C-POSICIONES                                      00013160
                 INTO :WF-CODMONSW , :WF-IDEMPRD  ,                     00013170
                      :WF-IDCENTD  , :WF-IDPRODD  ,                     00013180
                      :WF-CODSPROD , :WF-CTOSALDO ,                     00013190
                      :WF-NUM-MOVS ,                                    00013200
                      :WF-FECPROC-PRIMERO,                              00013210
                      :WF-FECPROC-ULTIMO                                00013220
           END-EXEC                                                     00013230
                                                                        00013240
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00013250
                                                                        00013260
           EVALUATE  TRUE                                               00013270
               WHEN  DB2-OK                                             00013280
                     CONTINUE                                           00013290
                                                                        00013300
               WHEN  DB2-CLV-NOT-FOUND                                  00013310
                     SET SI-FIN-CURSOR        TO TRUE                   00013320
                                                                        00013330
               WHEN  OTHER                                              00013340
                     MOVE CA-ERROR-D          TO WK-TIPO-ERROR          00013350
                     MOVE CA-ERR-CURSOR       TO WK-DESCRIPCION         00013360
                     MOVE CA-PRF-9200         TO WK-PARRAFO             00013370
                     MOVE CA-KJBCCRB          TO WK-RUTINA              00013380
                     MOVE CA-POS-MOV-CONSO    TO WK-TABLA-DB2           00013390
                     MOVE CA-SELECT           TO WK-DATOS-ACCESO        00013400
                                                                        00013410
                     PERFORM 9000-CANCELACION                           00013420
                        THRU 9000-CANCELACION-EXIT                      00013430
                                                                        00013440
           END-EVALUATE                                                 00013450
                                                                        00013460
           .                                                            00013470
       9200-LEER-CURSOR-EXIT.                                           00013480
           EXIT.                                                        00013490
                                                                        00013500
      ******************************************************************00013510
      ***                   9000-CANCELACION                        *** 00013520
      ***                   ----------------                        *** 00013530
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00013540
      ******************************************************************00013550
       9000-CANCELACION.                                                00013560
                                                                        00013570
           MOVE CA-RESP                       TO WK-RESPONSABLE         00013580
                                                                        00013590
           EVALUATE  TRUE                                               00013600
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00013610
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00013620
                         TIPO_ERROR('WK-TIPO-ERROR')                    00013630
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00013640
                         RESPONSABLE('WK-RESPONSABLE')                  00013650
                         DESCRIPCION('WK-DESCRIPCION')                  00013660
                         PROGRAMA('WK-PROGRAMA')                        00013670
                         PARRAFO('WK-PARRAFO')                          00013680
                         SQLCA('SQLCA')                                 00013690
                         TABLA_DB2('WK-TABLA-DB2')                      00013700
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00013710
                     END-FUN                                            00013720
                                                                        00013730
               WHEN  OTHER                                              00013740
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00013750
                         TIPO_ERROR('WK-TIPO-ERROR')                    00013760
                         RESPONSABLE('WK-RESPONSABLE')                  00013770
                         DESCRIPCION('WK-DESCRIPCION')                  00013780
                         PROGRAMA('WK-PROGRAMA')                        00013790
                         PARRAFO('WK-PARRAFO')                          00013800
                         DDNAME('WK-DDNAME')                            00013810
                         FILE_STATUS('WK-FILE-STATUS')                  00013820
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00013830
                     END-FUN                                            00013840
                                                                        00013850
           END-EVALUATE                                                 00013860
                                                                        00013870
           .                                                            00013880
       9000-CANCELACION-EXIT.                                           00013890
           EXIT.                                                        00013900
