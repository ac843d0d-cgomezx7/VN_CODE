      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHINA.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: SEGUIMIENTO DE TARJETAS ENTREGADAS Y NUNCA       *00000110
      *               ACTIVADAS. TOMA DEL REGISTRO RODANTE DE          *00000120
      *               REMITIDAS (MPCHSED1) LAS TARJETAS REMITIDAS      *00000130
      *               ENTRE N Y M DIAS ANTES DE LA FECHA DE PROCESO,   *00000140
      *               DESCARTA LAS DEVUELTAS POR MENSAJERIA (FICHERO   *00000150
      *               DE DEVOLUCIONES DE MPCHRET) Y LAS CRUZA CON EL   *00000160
      *               CENSO DE TARJETAS POR XPAN. LAS QUE SIGUEN SIN   *00000170
      *               PRIMER USO (WK-FEULTUSO-009 SIN INFORMAR):       *00000180
      *                - SE EXTRAEN COMO RECORDATORIO PARA EL CANAL    *00000190
      *                  DE CONTACTO CON EL CLIENTE.                   *00000200
      *                - PASADO EL UMBRAL DE CANCELACION (C DIAS) SE   *00000210
      *                  PROPONEN PARA BAJA, PENDIENTES DE APROBACION  *00000220
      *                  POR OPERACIONES DE TARJETAS.                  *00000230
      *               EMITE ADEMAS EL INFORME DE TASA DE ACTIVACION    *00000240
      *               POR ENTIDAD Y TIPO DE TARJETA.                   *00000250
      *                                                                *00000260
      *               EL REGISTRO RODANTE DEBE LLEGAR CLASIFICADO POR  *00000270
      *               XPAN, COMO LO GRABA MPCHSEL, Y SU PERIODO DE     *00000280
      *               RETENCION (DIAS DE REGISTRO DE MPCHSEL) DEBE     *00000290
      *               CUBRIR AL MENOS LOS M DIAS DE LA VENTANA.        *00000300
      *-                                                              -*00000310
      *  PARAMETROS SYSIN:                                             *00000320
      *        FECHA DE PROCESO (AAAA-MM-DD), OBLIGATORIA.             *00000330
      *        N: DIAS MINIMOS DESDE LA REMESA (POR DEFECTO 015).      *00000340
      *        C: DIAS PARA PROPONER LA BAJA   (POR DEFECTO 045).      *00000350
      *        M: DIAS MAXIMOS DESDE LA REMESA (POR DEFECTO 060).      *00000360
      *        DEBE CUMPLIRSE N <= C <= M.                             *00000370
      *-                                                              -*00000380
      *  FICHEROS DE ENTRADA:                                          *00000390
      *        MPCHINE1 : REGISTRO DE TARJETAS REMITIDAS (MPCHSED1).   *00000400
      *        MPCHINE2 : DEVOLUCIONES DE MENSAJERIA (FORMATO          *00000410
      *                   MPCHRTE1).                                   *00000420
      *        MPCHINE3 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000430
      *-                                                              -*00000440
      *  FICHEROS DE SALIDA:                                           *00000450
      *        MPCHINS1 : RECORDATORIOS DE ACTIVACION PARA EL CANAL    *00000460
      *                   DE CONTACTO CON EL CLIENTE.                  *00000470
      *        MPCHINS2 : PROPUESTAS DE BAJA PENDIENTES DE APROBAR.    *00000480
      *        MPCHINS3 : INFORME DE TASA DE ACTIVACION POR ENTIDAD    *00000490
      *                   Y TIPO DE TARJETA.                           *00000500
      *-                                                              -*00000510
      *  TABLAS DB2:                                                   *00000520
      *        SYSIBM.SYSDUMMY1 : CALCULO DE LAS FECHAS DE LA VENTANA. *00000530
      *-                                                              -*00000540
      *  CODIGOS DE RETORNO:                                           *00000550
      *        0 : SIN PROPUESTAS DE BAJA.                             *00000560
      *        4 : SE HA PROPUESTO ALGUNA TARJETA PARA BAJA.           *00000570
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
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. SEGUIMIENTO DE   *00000690
      *                        TARJETAS ENTREGADAS SIN ACTIVAR.        *00000700
      *                                                                *00000710
      ******************************************************************00000720
                                                                        00000730
      ******************************************************************00000740
      * IDENTIFICATION DIVISION                                        *00000750
      ******************************************************************00000760
       IDENTIFICATION DIVISION.                                         00000770
       PROGRAM-ID.    MPCHINA.                                          00000780
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
      * -- REGISTRO DE TARJETAS REMITIDAS.                              00001040
           SELECT MPCHINE1 ASSIGN MPCHINE1                              00001050
                  ACCESS MODE IS SEQUENTIAL                             00001060
                  FILE STATUS IS FS-MPCHINE1.                           00001070
                                                                        00001080
      * -- DEVOLUCIONES DE MENSAJERIA.                                  00001090
           SELECT MPCHINE2 ASSIGN MPCHINE2                              00001100
                  ACCESS MODE IS SEQUENTIAL                             00001110
                  FILE STATUS IS FS-MPCHINE2.                           00001120
                                                                        00001130
      * -- CENSO DE TARJETAS.                                           00001140
           SELECT MPCHINE3 ASSIGN MPCHINE3                              00001150
                  ACCESS MODE IS SEQUENTIAL                             00001160
                  FILE STATUS IS FS-MPCHINE3.                           00001170
                                                                        00001180
      * -- RECORDATORIOS DE ACTIVACION.                                 00001190
           SELECT MPCHINS1 ASSIGN MPCHINS1                              00001200
                  ACCESS MODE IS SEQUENTIAL                             00001210
                  FILE STATUS IS FS-MPCHINS1.                           00001220
                                                                        00001230
      * -- PROPUESTAS DE BAJA.                                          00001240
           SELECT MPCHINS2 ASSIGN MPCHINS2                              00001250
                  ACCESS MODE IS SEQUENTIAL                             00001260
                  FILE STATUS IS FS-MPCHINS2.                           00001270
                                                                        00001280
      * -- INFORME DE TASA DE ACTIVACION.                               00001290
           SELECT MPCHINS3 ASSIGN MPCHINS3                              00001300
                  ACCESS MODE IS SEQUENTIAL                             00001310
                  FILE STATUS IS FS-MPCHINS3.                           00001320
                                                                        00001330
      ******************************************************************00001340
      * DATA DIVISION                                                  *00001350
      ******************************************************************00001360
       DATA DIVISION.                                                   00001370
                                                                        00001380
      *----------------------------------------------------------------*00001390
      * FILE SECTION                                                   *00001400
      *----------------------------------------------------------------*00001410
       FILE SECTION.                                                    00001420
                                                                        00001430
       FD  MPCHINE1                                                     00001440
           BLOCK CONTAINS 0 RECORDS                                     00001450
           RECORDING MODE IS F                                          00001460
           LABEL RECORD ARE STANDARD                                    00001470
           RECORD CONTAINS 80 CHARACTERS                                00001480
           DATA RECORD IS REG-MPCHINE1.                                 00001490
       01  REG-MPCHINE1.                                                00001500
           05  RD-XPAN                     PIC X(22).                   00001510
           05  RD-FECREMESA                PIC X(10).                   00001520
           05  FILLER                      PIC X(48).                   00001530
                                                                        00001540
       FD  MPCHINE2                                                     00001550
           BLOCK CONTAINS 0 RECORDS                                     00001560
           RECORDING MODE IS F                                          00001570
           LABEL RECORD ARE STANDARD                                    00001580
           RECORD CONTAINS 80 CHARACTERS                                00001590
           DATA RECORD IS REG-MPCHINE2.                                 00001600
       01  REG-MPCHINE2.                                                00001610
           05  RE-XPAN                     PIC X(22).                   00001620
           05  RE-MOTIVO                   PIC X(02).                   00001630
           05  RE-FECDEVOL                 PIC X(10).                   00001640
           05  FILLER                      PIC X(46).                   00001650
                                                                        00001660
       FD  MPCHINE3                                                     00001670
           BLOCK CONTAINS 0 RECORDS                                     00001680
           RECORDING MODE IS F                                          00001690
           LABEL RECORD ARE STANDARD                                    00001700
           RECORD CONTAINS 651 CHARACTERS                               00001710
           DATA RECORD IS REG-MPCHINE3.                                 00001720
       01  REG-MPCHINE3                    PIC X(651).                  00001730
                                                                        00001740
       FD  MPCHINS1                                                     00001750
           BLOCK CONTAINS 0 RECORDS                                     00001760
           RECORDING MODE IS F                                          00001770
           LABEL RECORD ARE STANDARD                                    00001780
           RECORD CONTAINS 100 CHARACTERS                               00001790
           DATA RECORD IS REG-MPCHINS1.                                 00001800
       01  REG-MPCHINS1.                                                00001810
           05  RA-XPAN                     PIC X(22).                   00001820
           05  RA-CDGENTI                  PIC X(04).                   00001830
           05  RA-CENTALTA                 PIC X(04).                   00001840
           05  RA-CUENTNU                  PIC X(12).                   00001850
           05  RA-NUBENCT                  PIC 9(05).                   00001860
           05  RA-INDTIPT                  PIC 9(02).                   00001870
           05  RA-FECREMESA                PIC X(10).                   00001880
           05  RA-FECPROCESO               PIC X(10).                   00001890
           05  FILLER                      PIC X(31).                   00001900
                                                                        00001910
       FD  MPCHINS2                                                     00001920
           BLOCK CONTAINS 0 RECORDS                                     00001930
           RECORDING MODE IS F                                          00001940
           LABEL RECORD ARE STANDARD                                    00001950
           RECORD CONTAINS 100 CHARACTERS                               00001960
           DATA RECORD IS REG-MPCHINS2.                                 00001970
       01  REG-MPCHINS2.                                                00001980
           05  RB-XPAN                     PIC X(22).                   00001990
           05  RB-CDGENTI                  PIC X(04).                   00002000
           05  RB-CENTALTA                 PIC X(04).                   00002010
           05  RB-CUENTNU                  PIC X(12).                   00002020
           05  RB-NUBENCT                  PIC 9(05).                   00002030
           05  RB-INDTIPT                  PIC 9(02).                   00002040
           05  RB-FECREMESA                PIC X(10).                   00002050
           05  RB-FECPROCESO               PIC X(10).                   00002060
           05  RB-ESTADO                   PIC X(01).                   00002070
           05  FILLER                      PIC X(30).                   00002080
                                                                        00002090
       FD  MPCHINS3                                                     00002100
           BLOCK CONTAINS 0 RECORDS                                     00002110
           RECORDING MODE IS F                                          00002120
           LABEL RECORD ARE STANDARD                                    00002130
           RECORD CONTAINS 132 CHARACTERS                               00002140
           DATA RECORD IS REG-MPCHINS3.                                 00002150
       01  REG-MPCHINS3                    PIC X(132).                  00002160
                                                                        00002170
      *----------------------------------------------------------------*00002180
      * WORKING-STORAGE SECTION                                        *00002190
      *----------------------------------------------------------------*00002200
       WORKING-STORAGE SECTION.                                         00002210
                                                                        00002220
      ******************************************************************00002230
      *                        S W I T C H E S                         *00002240
      ******************************************************************00002250
       01  SW-SWITCHES.                                                 00002260
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00002270
               88  DB2-OK                              VALUE 0.         00002280
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00002290
           05  SW-FIN-MPCHINE1             PIC X(01)   VALUE 'N'.       00002300
               88  SI-FIN-MPCHINE1                     VALUE 'S'.       00002310
               88  NO-FIN-MPCHINE1                     VALUE 'N'.       00002320
           05  SW-FIN-MPCHINE2             PIC X(01)   VALUE 'N'.       00002330
               88  SI-FIN-MPCHINE2                     VALUE 'S'.       00002340
               88  NO-FIN-MPCHINE2                     VALUE 'N'.       00002350
           05  SW-FIN-MPCHINE3             PIC X(01)   VALUE 'N'.       00002360
               88  SI-FIN-MPCHINE3                     VALUE 'S'.       00002370
               88  NO-FIN-MPCHINE3                     VALUE 'N'.       00002380
           05  SW-REMITIDA-ENCONTRADA      PIC X(01)   VALUE 'N'.       00002390
               88  SI-REMITIDA-ENCONTRADA              VALUE 'S'.       00002400
               88  NO-REMITIDA-ENCONTRADA              VALUE 'N'.       00002410
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00002420
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00002430
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00002440
                                                                        00002450
      ******************************************************************00002460
      *                      C O N S T A N T E S                       *00002470
      ******************************************************************00002480
       01  CT-CONSTANTES.                                               00002490
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002500
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002510
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002520
               10  CA-MPCHINA              PIC X(08)   VALUE 'MPCHINA'. 00002530
               10  CA-RESP                 PIC X(14)   VALUE            00002540
                                   'MEDIOS DE PAGO'.                    00002550
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002560
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002570
               10  CA-MPCHINE1             PIC X(08)   VALUE 'MPCHINE1'.00002580
               10  CA-MPCHINE2             PIC X(08)   VALUE 'MPCHINE2'.00002590
               10  CA-MPCHINE3             PIC X(08)   VALUE 'MPCHINE3'.00002600
               10  CA-MPCHINS1             PIC X(08)   VALUE 'MPCHINS1'.00002610
               10  CA-MPCHINS2             PIC X(08)   VALUE 'MPCHINS2'.00002620
               10  CA-MPCHINS3             PIC X(08)   VALUE 'MPCHINS3'.00002630
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00002640
                                   'SYSIBM.SYSDUMMY1'.                  00002650
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002660
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002670
                                   '0001-01-01'.                        00002680
               10  CA-DEVUELTA             PIC X(01)   VALUE 'D'.       00002690
               10  CA-PENDIENTE            PIC X(01)   VALUE 'P'.       00002700
               10  CA-TOTAL                PIC X(04)   VALUE 'TOT.'.    00002710
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002720
                                   'ERROR AL ABRIR UN FICHERO'.         00002730
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002740
                                   'ERROR AL CERRAR UN FICHERO'.        00002750
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002760
                                   'ERROR AL LEER UN FICHERO'.          00002770
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002780
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002790
               10  CA-ERR-FECHA-PROCESO    PIC X(38)   VALUE            00002800
                         'FECHA DE PROCESO DE SYSIN SIN INFORMAR'.      00002810
               10  CA-ERR-UMBRALES         PIC X(38)   VALUE            00002820
                         'UMBRALES DE DIAS DE SYSIN INCOHERENTES'.      00002830
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00002840
                         'ERROR AL CALCULAR LAS FECHAS VENTANA  '.      00002850
               10  CA-ERR-SECUENCIA        PIC X(38)   VALUE            00002860
                         'REGISTRO DE REMITIDAS NO CLASIFICADO  '.      00002870
               10  CA-ERR-TABLA-LLENA      PIC X(40)   VALUE            00002880
                         'TABLA INTERNA DE REMITIDAS DESBORDADA   '.    00002890
               10  CA-ERR-TABLA-GRUPOS     PIC X(40)   VALUE            00002900
                         'TABLA DE ENTIDADES Y TIPOS DESBORDADA   '.    00002910
               10  CA-PRF-1050             PIC X(23)   VALUE            00002920
                                   '1050-VALIDAR-PARAMETROS'.           00002930
               10  CA-PRF-1100             PIC X(19)   VALUE            00002940
                                   '1100-ABRIR-FICHEROS'.               00002950
               10  CA-PRF-1150             PIC X(21)   VALUE            00002960
                                   '1150-CALCULAR-FECHAS'.              00002970
               10  CA-PRF-1170             PIC X(21)   VALUE            00002980
                                   '1170-CARGAR-REMITIDAS'.             00002990
               10  CA-PRF-1180             PIC X(21)   VALUE            00003000
                                   '1180-MARCAR-DEVUELTAS'.             00003010
               10  CA-PRF-2150             PIC X(20)   VALUE            00003020
                                   '2150-LOCALIZAR-GRUPO'.              00003030
               10  CA-PRF-2200             PIC X(26)   VALUE            00003040
                                   '2200-ESCRIBIR-RECORDATORIO'.        00003050
               10  CA-PRF-2300             PIC X(18)   VALUE            00003060
                                   '2300-PROPONER-BAJA'.                00003070
               10  CA-PRF-3100             PIC X(20)   VALUE            00003080
                                   '3100-CERRAR-FICHEROS'.              00003090
               10  CA-PRF-3150             PIC X(20)   VALUE            00003100
                                   '3150-EMITIR-INFORME'.               00003110
               10  CA-PRF-9100             PIC X(18)   VALUE            00003120
                                   '9100-LEER-MPCHINE3'.                00003130
                                                                        00003140
           05  CN-CONSTANTES-NUMERICAS.                                 00003150
               10  CN-1                    PIC 9(01)   VALUE 1.         00003160
               10  CN-4                    PIC 9(01)   VALUE 4.         00003170
               10  CN-100                  PIC 9(03)   VALUE 100.       00003180
               10  CN-DIAS-DESDE           PIC 9(03)   VALUE 15.        00003190
               10  CN-DIAS-BAJA            PIC 9(03)   VALUE 45.        00003200
               10  CN-DIAS-HASTA           PIC 9(03)   VALUE 60.        00003210
               10  CN-MAX-REMITIDAS        PIC 9(05)   VALUE 50000.     00003220
               10  CN-MAX-GRUPOS           PIC 9(03)   VALUE 500.       00003230
                                                                        00003240
      ******************************************************************00003250
      *                    C O N T A D O R E S                         *00003260
      ******************************************************************00003270
       01  CT-CONTADORES.                                               00003280
           05  CT-REGISTRO                 PIC 9(9)    VALUE ZEROES.    00003290
           05  CT-EN-VENTANA               PIC 9(9)    VALUE ZEROES.    00003300
           05  CT-DEVOLUCIONES             PIC 9(9)    VALUE ZEROES.    00003310
           05  CT-DEVUELTAS                PIC 9(9)    VALUE ZEROES.    00003320
           05  CT-CENSO                    PIC 9(9)    VALUE ZEROES.    00003330
           05  CT-DADAS-BAJA               PIC 9(9)    VALUE ZEROES.    00003340
           05  CT-SEGUIDAS                 PIC 9(9)    VALUE ZEROES.    00003350
           05  CT-ACTIVADAS                PIC 9(9)    VALUE ZEROES.    00003360
           05  CT-RECORDATORIOS            PIC 9(9)    VALUE ZEROES.    00003370
           05  CT-PROPUESTAS               PIC 9(9)    VALUE ZEROES.    00003380
                                                                        00003390
      ******************************************************************00003400
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003410
      ******************************************************************00003420
       01  WK-ESTADISTICA.                                              00003430
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003440
           05  WK-CAB-2                    PIC X(55)   VALUE            00003450
                   '* ESTADISTICAS DE MPCHINA                   *'.     00003460
           05  WK-CAB-3.                                                00003470
               10  FILLER                  PIC X(45)   VALUE            00003480
                   '* TARJETAS DEL REGISTRO DE REMITIDAS:      '.       00003490
               10  WK-REGISTRO-ED          PIC ZZZZZZZZ9.               00003500
               10  FILLER                  PIC X(01)   VALUE '*'.       00003510
           05  WK-CAB-4.                                                00003520
               10  FILLER                  PIC X(45)   VALUE            00003530
                   '* REMITIDAS DENTRO DE LA VENTANA:          '.       00003540
               10  WK-VENTANA-ED           PIC ZZZZZZZZ9.               00003550
               10  FILLER                  PIC X(01)   VALUE '*'.       00003560
           05  WK-CAB-5.                                                00003570
               10  FILLER                  PIC X(45)   VALUE            00003580
                   '* DEVUELTAS POR MENSAJERIA (DESCARTADAS):  '.       00003590
               10  WK-DEVUELTAS-ED         PIC ZZZZZZZZ9.               00003600
               10  FILLER                  PIC X(01)   VALUE '*'.       00003610
           05  WK-CAB-6.                                                00003620
               10  FILLER                  PIC X(45)   VALUE            00003630
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00003640
               10  WK-CENSO-ED             PIC ZZZZZZZZ9.               00003650
               10  FILLER                  PIC X(01)   VALUE '*'.       00003660
           05  WK-CAB-7.                                                00003670
               10  FILLER                  PIC X(45)   VALUE            00003680
                   '* YA DADAS DE BAJA (DESCARTADAS):          '.       00003690
               10  WK-DADAS-BAJA-ED        PIC ZZZZZZZZ9.               00003700
               10  FILLER                  PIC X(01)   VALUE '*'.       00003710
           05  WK-CAB-8.                                                00003720
               10  FILLER                  PIC X(45)   VALUE            00003730
                   '* TARJETAS EN SEGUIMIENTO:                 '.       00003740
               10  WK-SEGUIDAS-ED          PIC ZZZZZZZZ9.               00003750
               10  FILLER                  PIC X(01)   VALUE '*'.       00003760
           05  WK-CAB-9.                                                00003770
               10  FILLER                  PIC X(45)   VALUE            00003780
                   '* TARJETAS ACTIVADAS:                      '.       00003790
               10  WK-ACTIVADAS-ED         PIC ZZZZZZZZ9.               00003800
               10  FILLER                  PIC X(01)   VALUE '*'.       00003810
           05  WK-CAB-10.                                               00003820
               10  FILLER                  PIC X(45)   VALUE            00003830
                   '* RECORDATORIOS DE ACTIVACION (MPCHINS1):  '.       00003840
               10  WK-RECORDATORIOS-ED     PIC ZZZZZZZZ9.               00003850
               10  FILLER                  PIC X(01)   VALUE '*'.       00003860
           05  WK-CAB-11.                                               00003870
               10  FILLER                  PIC X(45)   VALUE            00003880
                   '* PROPUESTAS DE BAJA (MPCHINS2):           '.       00003890
               10  WK-PROPUESTAS-ED        PIC ZZZZZZZZ9.               00003900
               10  FILLER                  PIC X(01)   VALUE '*'.       00003910
                                                                        00003920
      ******************************************************************00003930
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003940
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003950
      ******************************************************************00003960
       01  WK-CANCELACION-BATCH.                                        00003970
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003980
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003990
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00004000
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHINA'. 00004010
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00004020
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00004030
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00004040
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00004050
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00004060
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00004070
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00004080
                                                                        00004090
      ******************************************************************00004100
      *                      F I L E  S T A T U S                      *00004110
      ******************************************************************00004120
       01  FS-FILE-STATUS.                                              00004130
           05  FS-MPCHINE1                 PIC X(02).                   00004140
           05  FS-MPCHINE2                 PIC X(02).                   00004150
           05  FS-MPCHINE3                 PIC X(02).                   00004160
           05  FS-MPCHINS1                 PIC X(02).                   00004170
           05  FS-MPCHINS2                 PIC X(02).                   00004180
           05  FS-MPCHINS3                 PIC X(02).                   00004190
                                                                        00004200
      ******************************************************************00004210
      * PARAMETROS DE ENTRADA POR SYSIN: FECHA DE PROCESO Y UMBRALES   *00004220
      * DE DIAS DESDE LA REMESA (EN BLANCO O NO NUMERICOS = SE         *00004230
      * MANTIENEN LOS UMBRALES POR DEFECTO).                           *00004240
      ******************************************************************00004250
       01  WK-PARAMETROS-SYSIN.                                         00004260
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00004270
           05  WK-DIAS-DESDE-AN            PIC X(03)   VALUE SPACES.    00004280
           05  WK-DIAS-BAJA-AN             PIC X(03)   VALUE SPACES.    00004290
           05  WK-DIAS-HASTA-AN            PIC X(03)   VALUE SPACES.    00004300
                                                                        00004310
      ******************************************************************00004320
      * UMBRALES EN VIGOR Y FECHAS DE REMESA QUE DELIMITAN LA VENTANA: *00004330
      * SE SIGUEN LAS REMITIDAS ENTRE WK-FECHA-DESDE Y WK-FECHA-HASTA, *00004340
      * Y SE PROPONEN PARA BAJA LAS REMITIDAS HASTA WK-FECHA-BAJA.     *00004350
      ******************************************************************00004360
       01  WK-VENTANA.                                                  00004370
           05  WK-DIAS-DESDE               PIC S9(04)  COMP VALUE +0.   00004380
           05  WK-DIAS-BAJA                PIC S9(04)  COMP VALUE +0.   00004390
           05  WK-DIAS-HASTA               PIC S9(04)  COMP VALUE +0.   00004400
           05  WK-FECHA-DESDE              PIC X(10)   VALUE SPACES.    00004410
           05  WK-FECHA-HASTA              PIC X(10)   VALUE SPACES.    00004420
           05  WK-FECHA-BAJA               PIC X(10)   VALUE SPACES.    00004430
                                                                        00004440
      ******************************************************************00004450
      * REMITIDAS DE LA VENTANA CARGADAS EN MEMORIA, ORDENADAS POR     *00004460
      * XPAN, PARA LA BUSQUEDA BINARIA DE DEVOLUCIONES Y DEL CENSO.    *00004470
      ******************************************************************00004480
       01  WK-TABLA-REMITIDAS.                                          00004490
           05  WK-NUM-REMITIDAS            PIC 9(05)   VALUE ZEROES.    00004500
           05  WK-REMITIDA-TAB             OCCURS 50000 TIMES.          00004510
               10  WK-REMITIDA-XPAN        PIC X(22).                   00004520
               10  WK-REMITIDA-FECHA       PIC X(10).                   00004530
               10  WK-REMITIDA-ESTADO      PIC X(01).                   00004540
                                                                        00004550
       01  WK-BUSQUEDA-REMITIDA.                                        00004560
           05  WK-XPAN-BUSCAR              PIC X(22)   VALUE SPACES.    00004570
           05  WK-XPAN-ANT                 PIC X(22)   VALUE LOW-VALUES.00004580
           05  WK-IDX-REMITIDA             PIC 9(05)   VALUE ZEROES.    00004590
           05  WK-BAJO-REMITIDA            PIC 9(05)   VALUE ZEROES.    00004600
           05  WK-ALTO-REMITIDA            PIC 9(05)   VALUE ZEROES.    00004610
                                                                        00004620
      ******************************************************************00004630
      * CONTADORES POR ENTIDAD Y TIPO DE TARJETA.                      *00004640
      ******************************************************************00004650
       01  WK-TABLA-GRUPOS.                                             00004660
           05  WK-NUM-GRUPOS               PIC 9(03)   VALUE ZEROES.    00004670
           05  WK-GRUPO-TAB OCCURS 500 TIMES.                           00004680
               10  WK-GR-CDGENTI           PIC X(04).                   00004690
               10  WK-GR-INDTIPT           PIC 9(02).                   00004700
               10  WK-GR-SEGUIDAS          PIC 9(09).                   00004710
               10  WK-GR-ACTIVADAS         PIC 9(09).                   00004720
               10  WK-GR-RECORDATORIOS     PIC 9(09).                   00004730
               10  WK-GR-PROPUESTAS        PIC 9(09).                   00004740
                                                                        00004750
      ******************************************************************00004760
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00004770
      * CAMPOS NECESARIOS PARA EL SEGUIMIENTO.                         *00004780
      ******************************************************************00004790
       01  WK-REGISTRO.                                                 00004800
           05  WK-CDGENTI-009              PIC X(04).                   00004810
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00004820
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00004830
           05  WK-CENTALTA-009             PIC X(04).                   00004840
           05  WK-CUENTNU-009              PIC X(12).                   00004850
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00004860
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00004870
           05  WK-TIPBON-009               PIC X(06).                   00004880
           05  WK-XPAN-009                 PIC X(22).                   00004890
           05  FILLER                      PIC X(42).                   00004900
           05  WK-FEULTUSO-009             PIC X(10).                   00004910
           05  FILLER                      PIC X(47).                   00004920
           05  WK-FECBAJA-009              PIC X(10).                   00004930
           05  FILLER                      PIC X(480).                  00004940
                                                                        00004950
      ******************************************************************00004960
      *                 L I N E A S  D E  I N F O R M E                *00004970
      ******************************************************************00004980
       01  WK-LINEA-CABECERA.                                           00004990
           05  FILLER                      PIC X(20)   VALUE SPACES.    00005000
           05  FILLER                      PIC X(50)   VALUE            00005010
                   'TASA DE ACTIVACION DE TARJETAS ENTREGADAS'.         00005020
           05  FILLER                      PIC X(62)   VALUE SPACES.    00005030
                                                                        00005040
       01  WK-LINEA-VENTANA.                                            00005050
           05  FILLER                      PIC X(19)   VALUE            00005060
                                   'FECHA DE PROCESO: '.                00005070
           05  WV-FECHA-PROCESO            PIC X(10).                   00005080
           05  FILLER                      PIC X(22)   VALUE            00005090
                                   '   REMESAS DESDE EL '.              00005100
           05  WV-FECHA-DESDE              PIC X(10).                   00005110
           05  FILLER                      PIC X(10)   VALUE            00005120
                                   ' HASTA EL '.                        00005130
           05  WV-FECHA-HASTA              PIC X(10).                   00005140
           05  FILLER                      PIC X(25)   VALUE            00005150
                                   '   BAJA SI REMESA HASTA '.          00005160
           05  WV-FECHA-BAJA               PIC X(10).                   00005170
           05  FILLER                      PIC X(16)   VALUE SPACES.    00005180
                                                                        00005190
       01  WK-LINEA-TITULOS.                                            00005200
           05  FILLER                      PIC X(06)   VALUE 'ENTI'.    00005210
           05  FILLER                      PIC X(05)   VALUE 'TIPO'.    00005220
           05  FILLER                      PIC X(11)   VALUE            00005230
                                   ' SEGUIDAS'.                         00005240
           05  FILLER                      PIC X(11)   VALUE            00005250
                                   '  ACTIVADAS'.                       00005260
           05  FILLER                      PIC X(11)   VALUE            00005270
                                   ' RECORDAT.'.                        00005280
           05  FILLER                      PIC X(11)   VALUE            00005290
                                   '  PROP.BAJA'.                       00005300
           05  FILLER                      PIC X(10)   VALUE            00005310
                                   '  % ACTIV.'.                        00005320
           05  FILLER                      PIC X(67)   VALUE SPACES.    00005330
                                                                        00005340
       01  WK-LINEA-DETALLE.                                            00005350
           05  WD-CDGENTI                  PIC X(04).                   00005360
           05  FILLER                      PIC X(02)   VALUE SPACES.    00005370
           05  WD-INDTIPT                  PIC X(04).                   00005380
           05  FILLER                      PIC X(01)   VALUE SPACES.    00005390
           05  WD-SEGUIDAS                 PIC ZZZZZZZZZZ9.             00005400
           05  WD-ACTIVADAS                PIC ZZZZZZZZZZ9.             00005410
           05  WD-RECORDATORIOS            PIC ZZZZZZZZZZ9.             00005420
           05  WD-PROPUESTAS               PIC ZZZZZZZZZZ9.             00005430
           05  FILLER                      PIC X(04)   VALUE SPACES.    00005440
           05  WD-PCT-ACTIVACION           PIC ZZ9,99.                  00005450
           05  FILLER                      PIC X(67)   VALUE SPACES.    00005460
                                                                        00005470
      ******************************************************************00005480
      *                      V A R I A B L E S                         *00005490
      ******************************************************************00005500
       01  WK-VARIABLES.                                                00005510
           05  WK-INDTIPT-BUSCAR           PIC 9(02)   VALUE ZEROES.    00005520
           05  WK-INDTIPT-ED               PIC Z9.                      00005530
           05  WK-PCT-ACTIVACION           PIC 9(03)V9(02)              00005540
                                                       VALUE ZEROES.    00005550
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00005560
           05  WK-IDX-GRUPO                PIC 9(03)   VALUE ZEROES.    00005570
                                                                        00005580
      * -- COPY DE COMUNICACION CON DB2.                                00005590
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005600
                                                                        00005610
      ******************************************************************00005620
      *                       PROCEDURE DIVISION                       *00005630
      ******************************************************************00005640
       PROCEDURE DIVISION.                                              00005650
                                                                        00005660
           PERFORM 1000-INICIO                                          00005670
              THRU 1000-INICIO-EXIT                                     00005680
                                                                        00005690
           PERFORM 2000-PROCESO                                         00005700
              THRU 2000-PROCESO-EXIT                                    00005710
             UNTIL SI-FIN-MPCHINE3                                      00005720
                                                                        00005730
           PERFORM 3000-FIN                                             00005740
              THRU 3000-FIN-EXIT                                        00005750
                                                                        00005760
           .                                                            00005770
                                                                        00005780
      ******************************************************************00005790
      ***                   1000-INICIO                              ***00005800
      ***                   -----------                              ***00005810
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00005820
      * ABREN LOS FICHEROS, SE CALCULA LA VENTANA DE REMESAS, SE CARGAN*00005830
      * LAS REMITIDAS DE LA VENTANA, SE DESCARTAN LAS DEVUELTAS Y SE   *00005840
      * LEE LA PRIMERA TARJETA DEL CENSO.                              *00005850
      ******************************************************************00005860
       1000-INICIO.                                                     00005870
                                                                        00005880
           INITIALIZE WK-VARIABLES                                      00005890
                      WK-TABLA-REMITIDAS                                00005900
                      WK-TABLA-GRUPOS                                   00005910
                      CT-CONTADORES                                     00005920
                                                                        00005930
           SET NO-FIN-MPCHINE1               TO TRUE                    00005940
           SET NO-FIN-MPCHINE2               TO TRUE                    00005950
           SET NO-FIN-MPCHINE3               TO TRUE                    00005960
                                                                        00005970
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005980
                                                                        00005990
           PERFORM 1050-VALIDAR-PARAMETROS                              00006000
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00006010
                                                                        00006020
           PERFORM 1100-ABRIR-FICHEROS                                  00006030
              THRU 1100-ABRIR-FICHEROS-EXIT                             00006040
                                                                        00006050
           PERFORM 1150-CALCULAR-FECHAS                                 00006060
              THRU 1150-CALCULAR-FECHAS-EXIT                            00006070
                                                                        00006080
           PERFORM 1170-CARGAR-REMITIDAS                                00006090
              THRU 1170-CARGAR-REMITIDAS-EXIT                           00006100
                                                                        00006110
           PERFORM 1180-MARCAR-DEVUELTAS                                00006120
              THRU 1180-MARCAR-DEVUELTAS-EXIT                           00006130
                                                                        00006140
           PERFORM 9100-LEER-MPCHINE3                                   00006150
              THRU 9100-LEER-MPCHINE3-EXIT                              00006160
                                                                        00006170
           .                                                            00006180
       1000-INICIO-EXIT.                                                00006190
           EXIT.                                                        00006200
                                                                        00006210
      ******************************************************************00006220
      ***                   1050-VALIDAR-PARAMETROS                  ***00006230
      ***                   -----------------------                  ***00006240
      * SE COMPRUEBA QUE LLEGA LA FECHA DE PROCESO, SE TOMAN LOS       *00006250
      * UMBRALES DE SYSIN O LOS DE DEFECTO Y SE VALIDA QUE SEAN        *00006260
      * COHERENTES ENTRE SI.                                           *00006270
      ******************************************************************00006280
       1050-VALIDAR-PARAMETROS.                                         00006290
                                                                        00006300
           IF  WK-FECHA-PROCESO = SPACES                                00006310
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006320
               MOVE CA-ERR-FECHA-PROCESO     TO WK-DESCRIPCION          00006330
               MOVE CA-PRF-1050              TO WK-PARRAFO              00006340
                                                                        00006350
               PERFORM 9000-CANCELACION                                 00006360
                  THRU 9000-CANCELACION-EXIT                            00006370
                                                                        00006380
           END-IF                                                       00006390
                                                                        00006400
           IF  WK-DIAS-DESDE-AN NUMERIC                                 00006410
               MOVE WK-DIAS-DESDE-AN         TO WK-DIAS-DESDE           00006420
           ELSE                                                         00006430
               MOVE CN-DIAS-DESDE            TO WK-DIAS-DESDE           00006440
           END-IF                                                       00006450
                                                                        00006460
           IF  WK-DIAS-BAJA-AN NUMERIC                                  00006470
               MOVE WK-DIAS-BAJA-AN          TO WK-DIAS-BAJA            00006480
           ELSE                                                         00006490
               MOVE CN-DIAS-BAJA             TO WK-DIAS-BAJA            00006500
           END-IF                                                       00006510
                                                                        00006520
           IF  WK-DIAS-HASTA-AN NUMERIC                                 00006530
               MOVE WK-DIAS-HASTA-AN         TO WK-DIAS-HASTA           00006540
           ELSE                                                         00006550
               MOVE CN-DIAS-HASTA            TO WK-DIAS-HASTA           00006560
           END-IF                                                       00006570
                                                                        00006580
           IF  WK-DIAS-DESDE > WK-DIAS-BAJA                             00006590
            OR WK-DIAS-BAJA  > WK-DIAS-HASTA                            00006600
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006610
               MOVE CA-ERR-UMBRALES          TO WK-DESCRIPCION          00006620
               MOVE CA-PRF-1050              TO WK-PARRAFO              00006630
               MOVE WK-PARAMETROS-SYSIN      TO WK-DATOS-REGISTRO       00006640
                                                                        00006650
               PERFORM 9000-CANCELACION                                 00006660
                  THRU 9000-CANCELACION-EXIT                            00006670
                                                                        00006680
           END-IF                                                       00006690
                                                                        00006700
           .                                                            00006710
       1050-VALIDAR-PARAMETROS-EXIT.                                    00006720
           EXIT.                                                        00006730
                                                                        00006740
      ******************************************************************00006750
      ***                   1100-ABRIR-FICHEROS                      ***00006760
      ***                   -------------------                      ***00006770
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00006780
      ******************************************************************00006790
       1100-ABRIR-FICHEROS.                                             00006800
                                                                        00006810
           OPEN INPUT  MPCHINE1                                         00006820
                       MPCHINE2                                         00006830
                       MPCHINE3                                         00006840
                OUTPUT MPCHINS1                                         00006850
                       MPCHINS2                                         00006860
                       MPCHINS3                                         00006870
                                                                        00006880
           IF  FS-MPCHINE1 NOT = CA-FS-OK                               00006890
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006900
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00006910
               MOVE CA-PRF-1100              TO WK-PARRAFO              00006920
               MOVE CA-MPCHINE1              TO WK-DDNAME               00006930
               MOVE FS-MPCHINE1              TO WK-FILE-STATUS          00006940
                                                                        00006950
               PERFORM 9000-CANCELACION                                 00006960
                  THRU 9000-CANCELACION-EXIT                            00006970
                                                                        00006980
           END-IF                                                       00006990
                                                                        00007000
           IF  FS-MPCHINE2 NOT = CA-FS-OK                               00007010
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007020
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007030
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007040
               MOVE CA-MPCHINE2              TO WK-DDNAME               00007050
               MOVE FS-MPCHINE2              TO WK-FILE-STATUS          00007060
                                                                        00007070
               PERFORM 9000-CANCELACION                                 00007080
                  THRU 9000-CANCELACION-EXIT                            00007090
                                                                        00007100
           END-IF                                                       00007110
                                                                        00007120
           IF  FS-MPCHINE3 NOT = CA-FS-OK                               00007130
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007140
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007150
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007160
               MOVE CA-MPCHINE3              TO WK-DDNAME               00007170
               MOVE FS-MPCHINE3              TO WK-FILE-STATUS          00007180
                                                                        00007190
               PERFORM 9000-CANCELACION                                 00007200
                  THRU 9000-CANCELACION-EXIT                            00007210
                                                                        00007220
           END-IF                                                       00007230
                                                                        00007240
           IF  FS-MPCHINS1 NOT = CA-FS-OK                               00007250
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007260
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007270
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007280
               MOVE CA-MPCHINS1              TO WK-DDNAME               00007290
               MOVE FS-MPCHINS1              TO WK-FILE-STATUS          00007300
                                                                        00007310
               PERFORM 9000-CANCELACION                                 00007320
                  THRU 9000-CANCELACION-EXIT                            00007330
                                                                        00007340
           END-IF                                                       00007350
                                                                        00007360
           IF  FS-MPCHINS2 NOT = CA-FS-OK                               00007370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007380
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007390
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007400
               MOVE CA-MPCHINS2              TO WK-DDNAME               00007410
               MOVE FS-MPCHINS2              TO WK-FILE-STATUS          00007420
                                                                        00007430
               PERFORM 9000-CANCELACION                                 00007440
                  THRU 9000-CANCELACION-EXIT                            00007450
                                                                        00007460
           END-IF                                                       00007470
                                                                        00007480
           IF  FS-MPCHINS3 NOT = CA-FS-OK                               00007490
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007500
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00007510
               MOVE CA-PRF-1100              TO WK-PARRAFO              00007520
               MOVE CA-MPCHINS3              TO WK-DDNAME               00007530
               MOVE FS-MPCHINS3              TO WK-FILE-STATUS          00007540
                                                                        00007550
               PERFORM 9000-CANCELACION                                 00007560
                  THRU 9000-CANCELACION-EXIT                            00007570
                                                                        00007580
           END-IF                                                       00007590
                                                                        00007600
           .                                                            00007610
       1100-ABRIR-FICHEROS-EXIT.                                        00007620
           EXIT.                                                        00007630
                                                                        00007640
      ******************************************************************00007650
      ***                   1150-CALCULAR-FECHAS                     ***00007660
      ***                   --------------------                     ***00007670
      * SE CALCULAN LAS FECHAS DE REMESA QUE DELIMITAN LA VENTANA Y EL *00007680
      * UMBRAL DE BAJA A PARTIR DE LA FECHA DE PROCESO.                *00007690
      ******************************************************************00007700
       1150-CALCULAR-FECHAS.                                            00007710
                                                                        00007720
           EXEC SQL                                                     00007730
                SELECT CHAR(DATE(:WK-FECHA-PROCESO) -                   00007740
                            :WK-DIAS-HASTA DAYS, ISO),                  00007750
                       CHAR(DATE(:WK-FECHA-PROCESO) -                   00007760
                            :WK-DIAS-DESDE DAYS, ISO),                  00007770
                       CHAR(DATE(:WK-FECHA-PROCESO) -                   00007780
                            :WK-DIAS-BAJA DAYS, ISO)                    00007790
                  INTO :WK-FECHA-DESDE,                                 00007800
                       :WK-FECHA-HASTA,                                 00007810
                       :WK-FECHA-BAJA                                   00007820
                  FROM SYSIBM.SYSDUMMY1                                 00007830
           END-EXEC                                                     00007840
                                                                        00007850
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00007860
                                                                        00007870
           IF  NOT DB2-OK                                               00007880
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00007890
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00007900
               MOVE CA-PRF-1150               TO WK-PARRAFO             00007910
               MOVE CA-MPCHINA                TO WK-RUTINA              00007920
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00007930
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00007940
                                                                        00007950
               PERFORM 9000-CANCELACION                                 00007960
                  THRU 9000-CANCELACION-EXIT                            00007970
                                                                        00007980
           END-IF                                                       00007990
                                                                        00008000
           .                                                            00008010
       1150-CALCULAR-FECHAS-EXIT.                                       00008020
           EXIT.                                                        00008030
                                                                        00008040
      ******************************************************************00008050
      ***                   1170-CARGAR-REMITIDAS                    ***00008060
      ***                   ---------------------                    ***00008070
      * SE CARGAN EN MEMORIA LAS TARJETAS DEL REGISTRO DE REMITIDAS    *00008080
      * CUYA REMESA CAE DENTRO DE LA VENTANA Y SE CIERRA SU FICHERO.   *00008090
      ******************************************************************00008100
       1170-CARGAR-REMITIDAS.                                           00008110
                                                                        00008120
           PERFORM 9160-LEER-MPCHINE1                                   00008130
              THRU 9160-LEER-MPCHINE1-EXIT                              00008140
                                                                        00008150
           PERFORM 1175-ACUMULAR-REMITIDA                               00008160
              THRU 1175-ACUMULAR-REMITIDA-EXIT                          00008170
             UNTIL SI-FIN-MPCHINE1                                      00008180
                                                                        00008190
           CLOSE MPCHINE1                                               00008200
                                                                        00008210
           .                                                            00008220
       1170-CARGAR-REMITIDAS-EXIT.                                      00008230
           EXIT.                                                        00008240
                                                                        00008250
      ******************************************************************00008260
      ***                   1175-ACUMULAR-REMITIDA                   ***00008270
      ***                   ----------------------                   ***00008280
      * SE COMPRUEBA LA CLASIFICACION DEL REGISTRO, SE ACUMULA LA      *00008290
      * REMITIDA LEIDA SI ES DE LA VENTANA Y SE LEE LA SIGUIENTE.      *00008300
      ******************************************************************00008310
       1175-ACUMULAR-REMITIDA.                                          00008320
                                                                        00008330
           ADD CN-1                          TO CT-REGISTRO             00008340
                                                                        00008350
           IF  RD-XPAN < WK-XPAN-ANT                                    00008360
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008370
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00008380
               MOVE CA-PRF-1170              TO WK-PARRAFO              00008390
               MOVE CA-MPCHINE1              TO WK-DDNAME               00008400
               MOVE REG-MPCHINE1             TO WK-DATOS-REGISTRO       00008410
                                                                        00008420
               PERFORM 9000-CANCELACION                                 00008430
                  THRU 9000-CANCELACION-EXIT                            00008440
                                                                        00008450
           END-IF                                                       00008460
                                                                        00008470
           MOVE RD-XPAN                      TO WK-XPAN-ANT             00008480
                                                                        00008490
           IF  RD-FECREMESA >= WK-FECHA-DESDE                           00008500
           AND RD-FECREMESA <= WK-FECHA-HASTA                           00008510
               IF  WK-NUM-REMITIDAS >= CN-MAX-REMITIDAS                 00008520
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00008530
                   MOVE CA-ERR-TABLA-LLENA   TO WK-DESCRIPCION          00008540
                   MOVE CA-PRF-1170          TO WK-PARRAFO              00008550
                   MOVE CA-MPCHINE1          TO WK-DDNAME               00008560
                                                                        00008570
                   PERFORM 9000-CANCELACION                             00008580
                      THRU 9000-CANCELACION-EXIT                        00008590
               END-IF                                                   00008600
                                                                        00008610
               ADD CN-1                      TO WK-NUM-REMITIDAS        00008620
               MOVE RD-XPAN      TO WK-REMITIDA-XPAN  (WK-NUM-REMITIDAS)00008630
               MOVE RD-FECREMESA TO WK-REMITIDA-FECHA (WK-NUM-REMITIDAS)00008640
               MOVE SPACES       TO WK-REMITIDA-ESTADO(WK-NUM-REMITIDAS)00008650
           END-IF                                                       00008660
                                                                        00008670
           PERFORM 9160-LEER-MPCHINE1                                   00008680
              THRU 9160-LEER-MPCHINE1-EXIT                              00008690
                                                                        00008700
           .                                                            00008710
       1175-ACUMULAR-REMITIDA-EXIT.                                     00008720
           EXIT.                                                        00008730
                                                                        00008740
      ******************************************************************00008750
      ***                   1180-MARCAR-DEVUELTAS                    ***00008760
      ***                   ---------------------                    ***00008770
      * SE RECORREN LAS DEVOLUCIONES DE MENSAJERIA Y SE MARCAN EN LA   *00008780
      * TABLA LAS REMITIDAS DEVUELTAS, QUE QUEDAN FUERA DEL            *00008790
      * SEGUIMIENTO. SE CIERRA EL FICHERO DE DEVOLUCIONES.             *00008800
      ******************************************************************00008810
       1180-MARCAR-DEVUELTAS.                                           00008820
                                                                        00008830
           PERFORM 9180-LEER-MPCHINE2                                   00008840
              THRU 9180-LEER-MPCHINE2-EXIT                              00008850
                                                                        00008860
           PERFORM 1185-MARCAR-DEVUELTA                                 00008870
              THRU 1185-MARCAR-DEVUELTA-EXIT                            00008880
             UNTIL SI-FIN-MPCHINE2                                      00008890
                                                                        00008900
           CLOSE MPCHINE2                                               00008910
                                                                        00008920
           MOVE WK-NUM-REMITIDAS              TO CT-EN-VENTANA          00008930
                                                                        00008940
           .                                                            00008950
       1180-MARCAR-DEVUELTAS-EXIT.                                      00008960
           EXIT.                                                        00008970
                                                                        00008980
      ******************************************************************00008990
      ***                   1185-MARCAR-DEVUELTA                     ***00009000
      ***                   --------------------                     ***00009010
      * SE BUSCA EL XPAN DEVUELTO ENTRE LAS REMITIDAS DE LA VENTANA,   *00009020
      * SE MARCA SI SE ENCUENTRA Y SE LEE LA SIGUIENTE DEVOLUCION.     *00009030
      ******************************************************************00009040
       1185-MARCAR-DEVUELTA.                                            00009050
                                                                        00009060
           ADD CN-1                          TO CT-DEVOLUCIONES         00009070
                                                                        00009080
           MOVE RE-XPAN                      TO WK-XPAN-BUSCAR          00009090
                                                                        00009100
           PERFORM 2070-BUSCAR-REMITIDA                                 00009110
              THRU 2070-BUSCAR-REMITIDA-EXIT                            00009120
                                                                        00009130
           IF  SI-REMITIDA-ENCONTRADA                                   00009140
           AND WK-REMITIDA-ESTADO (WK-IDX-REMITIDA) NOT = CA-DEVUELTA   00009150
               MOVE CA-DEVUELTA TO WK-REMITIDA-ESTADO (WK-IDX-REMITIDA) 00009160
               ADD CN-1                      TO CT-DEVUELTAS            00009170
           END-IF                                                       00009180
                                                                        00009190
           PERFORM 9180-LEER-MPCHINE2                                   00009200
              THRU 9180-LEER-MPCHINE2-EXIT                              00009210
                                                                        00009220
           .                                                            00009230
       1185-MARCAR-DEVUELTA-EXIT.                                       00009240
           EXIT.                                                        00009250
                                                                        00009260
      ******************************************************************00009270
      ***                   2000-PROCESO                             ***00009280
      ***                   ------------                             ***00009290
      * SE TRATA LA TARJETA DEL CENSO LEIDA Y SE LEE LA SIGUIENTE.     *00009300
      ******************************************************************00009310
       2000-PROCESO.                                                    00009320
                                                                        00009330
           PERFORM 2100-TRATAR-TARJETA                                  00009340
              THRU 2100-TRATAR-TARJETA-EXIT                             00009350
                                                                        00009360
           PERFORM 9100-LEER-MPCHINE3                                   00009370
              THRU 9100-LEER-MPCHINE3-EXIT                              00009380
                                                                        00009390
           .                                                            00009400
       2000-PROCESO-EXIT.                                               00009410
           EXIT.                                                        00009420
                                                                        00009430
      ******************************************************************00009440
      ***                   2100-TRATAR-TARJETA                      ***00009450
      ***                   -------------------                      ***00009460
      * SI LA TARJETA DEL CENSO FUE REMITIDA DENTRO DE LA VENTANA, NO  *00009470
      * SE HA DEVUELTO NI ESTA YA DADA DE BAJA, SE CUENTA EN SU        *00009480
      * ENTIDAD Y TIPO Y, SI AUN NO TIENE PRIMER USO, SE EXTRAE COMO   *00009490
      * RECORDATORIO O, PASADO EL UMBRAL, COMO PROPUESTA DE BAJA.      *00009500
      ******************************************************************00009510
       2100-TRATAR-TARJETA.                                             00009520
                                                                        00009530
           MOVE WK-XPAN-009                  TO WK-XPAN-BUSCAR          00009540
                                                                        00009550
           PERFORM 2070-BUSCAR-REMITIDA                                 00009560
              THRU 2070-BUSCAR-REMITIDA-EXIT                            00009570
                                                                        00009580
           IF  NO-REMITIDA-ENCONTRADA                                   00009590
               GO TO 2100-TRATAR-TARJETA-EXIT                           00009600
           END-IF                                                       00009610
                                                                        00009620
           IF  WK-REMITIDA-ESTADO (WK-IDX-REMITIDA) = CA-DEVUELTA       00009630
               GO TO 2100-TRATAR-TARJETA-EXIT                           00009640
           END-IF                                                       00009650
                                                                        00009660
           IF  WK-FECBAJA-009 NOT = SPACES                              00009670
           AND WK-FECBAJA-009 NOT = CA-FECHA-ABIERTA                    00009680
               ADD CN-1                      TO CT-DADAS-BAJA           00009690
               GO TO 2100-TRATAR-TARJETA-EXIT                           00009700
           END-IF                                                       00009710
                                                                        00009720
           ADD CN-1                          TO CT-SEGUIDAS             00009730
                                                                        00009740
           PERFORM 2150-LOCALIZAR-GRUPO                                 00009750
              THRU 2150-LOCALIZAR-GRUPO-EXIT                            00009760
                                                                        00009770
           ADD CN-1             TO WK-GR-SEGUIDAS (WK-IDX-GRUPO)        00009780
                                                                        00009790
           IF  WK-FEULTUSO-009 NOT = SPACES                             00009800
           AND WK-FEULTUSO-009 NOT = CA-FECHA-ABIERTA                   00009810
               ADD CN-1                      TO CT-ACTIVADAS            00009820
               ADD CN-1         TO WK-GR-ACTIVADAS (WK-IDX-GRUPO)       00009830
               GO TO 2100-TRATAR-TARJETA-EXIT                           00009840
           END-IF                                                       00009850
                                                                        00009860
           IF  WK-REMITIDA-FECHA (WK-IDX-REMITIDA) <= WK-FECHA-BAJA     00009870
               PERFORM 2300-PROPONER-BAJA                               00009880
                  THRU 2300-PROPONER-BAJA-EXIT                          00009890
           ELSE                                                         00009900
               PERFORM 2200-ESCRIBIR-RECORDATORIO                       00009910
                  THRU 2200-ESCRIBIR-RECORDATORIO-EXIT                  00009920
           END-IF                                                       00009930
                                                                        00009940
           .                                                            00009950
       2100-TRATAR-TARJETA-EXIT.                                        00009960
           EXIT.                                                        00009970
                                                                        00009980
      ******************************************************************00009990
      ***                   2070-BUSCAR-REMITIDA                     ***00010000
      ***                   --------------------                     ***00010010
      * SE BUSCA WK-XPAN-BUSCAR EN LA TABLA DE REMITIDAS MEDIANTE      *00010020
      * BUSQUEDA BINARIA.                                              *00010030
      ******************************************************************00010040
       2070-BUSCAR-REMITIDA.                                            00010050
                                                                        00010060
           SET NO-REMITIDA-ENCONTRADA         TO TRUE                   00010070
                                                                        00010080
           IF  WK-NUM-REMITIDAS = ZEROES                                00010090
               GO TO 2070-BUSCAR-REMITIDA-EXIT                          00010100
           END-IF                                                       00010110
                                                                        00010120
           MOVE 1                             TO WK-BAJO-REMITIDA       00010130
           MOVE WK-NUM-REMITIDAS              TO WK-ALTO-REMITIDA       00010140
                                                                        00010150
           PERFORM 2075-PARTIR-BUSQUEDA                                 00010160
              THRU 2075-PARTIR-BUSQUEDA-EXIT                            00010170
             UNTIL SI-REMITIDA-ENCONTRADA                               00010180
                OR WK-BAJO-REMITIDA > WK-ALTO-REMITIDA                  00010190
                                                                        00010200
           .                                                            00010210
       2070-BUSCAR-REMITIDA-EXIT.                                       00010220
           EXIT.                                                        00010230
                                                                        00010240
      ******************************************************************00010250
      ***                   2075-PARTIR-BUSQUEDA                     ***00010260
      ***                   --------------------                     ***00010270
      * SE REALIZA UNA PARTICION DE LA BUSQUEDA BINARIA.               *00010280
      ******************************************************************00010290
       2075-PARTIR-BUSQUEDA.                                            00010300
                                                                        00010310
           COMPUTE WK-IDX-REMITIDA =                                    00010320
                   (WK-BAJO-REMITIDA + WK-ALTO-REMITIDA) / 2            00010330
                                                                        00010340
           EVALUATE  TRUE                                               00010350
               WHEN  WK-REMITIDA-XPAN (WK-IDX-REMITIDA) = WK-XPAN-BUSCAR00010360
                     SET SI-REMITIDA-ENCONTRADA TO TRUE                 00010370
                                                                        00010380
               WHEN  WK-REMITIDA-XPAN (WK-IDX-REMITIDA) < WK-XPAN-BUSCAR00010390
                     COMPUTE WK-BAJO-REMITIDA = WK-IDX-REMITIDA + 1     00010400
                                                                        00010410
               WHEN  OTHER                                              00010420
                     IF  WK-IDX-REMITIDA = 1                            00010430
                         MOVE ZEROES         TO WK-ALTO-REMITIDA        00010440
                     ELSE                                               00010450
                         COMPUTE WK-ALTO-REMITIDA = WK-IDX-REMITIDA - 1 00010460
                     END-IF                                             00010470
           END-EVALUATE                                                 00010480
                                                                        00010490
           .                                                            00010500
       2075-PARTIR-BUSQUEDA-EXIT.                                       00010510
           EXIT.                                                        00010520
                                                                        00010530
      ******************************************************************00010540
      ***                   2150-LOCALIZAR-GRUPO                     ***00010550
      ***                   --------------------                     ***00010560
      * SE LOCALIZAN LOS CONTADORES DE LA ENTIDAD Y TIPO DE TARJETA,   *00010570
      * DANDOLOS DE ALTA SI ES LA PRIMERA TARJETA DEL GRUPO.           *00010580
      ******************************************************************00010590
       2150-LOCALIZAR-GRUPO.                                            00010600
                                                                        00010610
           MOVE WK-INDTIPT-009                TO WK-INDTIPT-BUSCAR      00010620
                                                                        00010630
           SET NO-CLAVE-ENCONTRADA            TO TRUE                   00010640
           MOVE ZEROES                        TO WK-IDX-GRUPO           00010650
                                                                        00010660
           PERFORM 2160-BUSCAR-GRUPO                                    00010670
              THRU 2160-BUSCAR-GRUPO-EXIT                               00010680
             VARYING WK-IDX FROM 1 BY 1                                 00010690
               UNTIL WK-IDX > WK-NUM-GRUPOS                             00010700
                  OR SI-CLAVE-ENCONTRADA                                00010710
                                                                        00010720
           IF  NO-CLAVE-ENCONTRADA                                      00010730
               IF  WK-NUM-GRUPOS >= CN-MAX-GRUPOS                       00010740
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00010750
                   MOVE CA-ERR-TABLA-GRUPOS  TO WK-DESCRIPCION          00010760
                   MOVE CA-PRF-2150          TO WK-PARRAFO              00010770
                                                                        00010780
                   PERFORM 9000-CANCELACION                             00010790
                      THRU 9000-CANCELACION-EXIT                        00010800
               END-IF                                                   00010810
                                                                        00010820
               ADD CN-1                      TO WK-NUM-GRUPOS           00010830
               MOVE WK-CDGENTI-009                                      00010840
                 TO WK-GR-CDGENTI (WK-NUM-GRUPOS)                       00010850
               MOVE WK-INDTIPT-BUSCAR                                   00010860
                 TO WK-GR-INDTIPT (WK-NUM-GRUPOS)                       00010870
               MOVE WK-NUM-GRUPOS            TO WK-IDX-GRUPO            00010880
           END-IF                                                       00010890
                                                                        00010900
           .                                                            00010910
       2150-LOCALIZAR-GRUPO-EXIT.                                       00010920
           EXIT.                                                        00010930
                                                                        00010940
      ******************************************************************00010950
      ***                   2160-BUSCAR-GRUPO                        ***00010960
      ***                   -----------------                        ***00010970
      * SE COMPRUEBA SI LA ENTIDAD Y TIPO YA TIENEN CONTADORES.        *00010980
      ******************************************************************00010990
       2160-BUSCAR-GRUPO.                                               00011000
                                                                        00011010
           IF  WK-GR-CDGENTI (WK-IDX) = WK-CDGENTI-009                  00011020
           AND WK-GR-INDTIPT (WK-IDX) = WK-INDTIPT-BUSCAR               00011030
               SET SI-CLAVE-ENCONTRADA        TO TRUE                   00011040
               MOVE WK-IDX                    TO WK-IDX-GRUPO           00011050
           END-IF                                                       00011060
                                                                        00011070
           .                                                            00011080
       2160-BUSCAR-GRUPO-EXIT.                                          00011090
           EXIT.                                                        00011100
                                                                        00011110
      ******************************************************************00011120
      ***                   2200-ESCRIBIR-RECORDATORIO               ***00011130
      ***                   --------------------------               ***00011140
      * SE EXTRAE LA TARJETA SIN ACTIVAR PARA QUE EL CANAL DE CONTACTO *00011150
      * RECUERDE AL CLIENTE QUE DEBE ACTIVARLA.                        *00011160
      ******************************************************************00011170
       2200-ESCRIBIR-RECORDATORIO.                                      00011180
                                                                        00011190
           MOVE SPACES                       TO REG-MPCHINS1            00011200
           MOVE WK-XPAN-009                  TO RA-XPAN                 00011210
           MOVE WK-CDGENTI-009               TO RA-CDGENTI              00011220
           MOVE WK-CENTALTA-009              TO RA-CENTALTA             00011230
           MOVE WK-CUENTNU-009               TO RA-CUENTNU              00011240
           MOVE WK-NUBENCT-009               TO RA-NUBENCT              00011250
           MOVE WK-INDTIPT-BUSCAR            TO RA-INDTIPT              00011260
           MOVE WK-REMITIDA-FECHA (WK-IDX-REMITIDA)                     00011270
                                             TO RA-FECREMESA            00011280
           MOVE WK-FECHA-PROCESO             TO RA-FECPROCESO           00011290
                                                                        00011300
           WRITE REG-MPCHINS1                                           00011310
                                                                        00011320
           IF  FS-MPCHINS1 NOT = CA-FS-OK                               00011330
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011340
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011350
               MOVE CA-PRF-2200              TO WK-PARRAFO              00011360
               MOVE CA-MPCHINS1              TO WK-DDNAME               00011370
               MOVE FS-MPCHINS1              TO WK-FILE-STATUS          00011380
               MOVE REG-MPCHINS1             TO WK-DATOS-REGISTRO       00011390
                                                                        00011400
               PERFORM 9000-CANCELACION                                 00011410
                  THRU 9000-CANCELACION-EXIT                            00011420
                                                                        00011430
           END-IF                                                       00011440
                                                                        00011450
           ADD CN-1                          TO CT-RECORDATORIOS        00011460
           ADD CN-1         TO WK-GR-RECORDATORIOS (WK-IDX-GRUPO)       00011470
                                                                        00011480
           .                                                            00011490
       2200-ESCRIBIR-RECORDATORIO-EXIT.                                 00011500
           EXIT.                                                        00011510
                                                                        00011520
      ******************************************************************00011530
      ***                   2300-PROPONER-BAJA                       ***00011540
      ***                   ------------------                       ***00011550
      * SE PROPONE LA BAJA DE LA TARJETA QUE SIGUE SIN ACTIVAR PASADO  *00011560
      * EL UMBRAL. LA PROPUESTA QUEDA PENDIENTE DE APROBACION POR      *00011570
      * OPERACIONES DE TARJETAS.                                       *00011580
      ******************************************************************00011590
       2300-PROPONER-BAJA.                                              00011600
                                                                        00011610
           MOVE SPACES                       TO REG-MPCHINS2            00011620
           MOVE WK-XPAN-009                  TO RB-XPAN                 00011630
           MOVE WK-CDGENTI-009               TO RB-CDGENTI              00011640
           MOVE WK-CENTALTA-009              TO RB-CENTALTA             00011650
           MOVE WK-CUENTNU-009               TO RB-CUENTNU              00011660
           MOVE WK-NUBENCT-009               TO RB-NUBENCT              00011670
           MOVE WK-INDTIPT-BUSCAR            TO RB-INDTIPT              00011680
           MOVE WK-REMITIDA-FECHA (WK-IDX-REMITIDA)                     00011690
                                             TO RB-FECREMESA            00011700
           MOVE WK-FECHA-PROCESO             TO RB-FECPROCESO           00011710
           MOVE CA-PENDIENTE                 TO RB-ESTADO               00011720
                                                                        00011730
           WRITE REG-MPCHINS2                                           00011740
                                                                        00011750
           IF  FS-MPCHINS2 NOT = CA-FS-OK                               00011760
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00011770
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00011780
               MOVE CA-PRF-2300              TO WK-PARRAFO              00011790
               MOVE CA-MPCHINS2              TO WK-DDNAME               00011800
               MOVE FS-MPCHINS2              TO WK-FILE-STATUS          00011810
               MOVE REG-MPCHINS2             TO WK-DATOS-REGISTRO       00011820
                                                                        00011830
               PERFORM 9000-CANCELACION                                 00011840
                  THRU 9000-CANCELACION-EXIT                            00011850
                                                                        00011860
           END-IF                                                       00011870
                                                                        00011880
           ADD CN-1                          TO CT-PROPUESTAS           00011890
           ADD CN-1         TO WK-GR-PROPUESTAS (WK-IDX-GRUPO)          00011900
                                                                        00011910
           .                                                            00011920
       2300-PROPONER-BAJA-EXIT.                                         00011930
           EXIT.                                                        00011940
                                                                        00011950
      ******************************************************************00011960
      ***                   3000-FIN                                 ***00011970
      ***                   --------                                 ***00011980
      * SE EMITE EL INFORME DE TASA DE ACTIVACION, SE CIERRAN LOS      *00011990
      * FICHEROS Y SE MUESTRAN LAS ESTADISTICAS DE LA EJECUCION.       *00012000
      ******************************************************************00012010
       3000-FIN.                                                        00012020
                                                                        00012030
           PERFORM 3150-EMITIR-INFORME                                  00012040
              THRU 3150-EMITIR-INFORME-EXIT                             00012050
                                                                        00012060
           PERFORM 3100-CERRAR-FICHEROS                                 00012070
              THRU 3100-CERRAR-FICHEROS-EXIT                            00012080
                                                                        00012090
           PERFORM 3200-ESTADISTICAS                                    00012100
              THRU 3200-ESTADISTICAS-EXIT                               00012110
                                                                        00012120
           IF  CT-PROPUESTAS > ZEROES                                   00012130
               MOVE CN-4                     TO RETURN-CODE             00012140
           END-IF                                                       00012150
                                                                        00012160
           STOP RUN                                                     00012170
                                                                        00012180
           .                                                            00012190
       3000-FIN-EXIT.                                                   00012200
           EXIT.                                                        00012210
                                                                        00012220
      ******************************************************************00012230
      ***                   3100-CERRAR-FICHEROS                     ***00012240
      ***                   ---------------------                    ***00012250
      * SE CIERRAN LOS FICHEROS.                                       *00012260
      ******************************************************************00012270
       3100-CERRAR-FICHEROS.                                            00012280
                                                                        00012290
           CLOSE MPCHINE3                                               00012300
                 MPCHINS1                                               00012310
                 MPCHINS2                                               00012320
                 MPCHINS3                                               00012330
                                                                        00012340
           IF  FS-MPCHINS1 NOT = CA-FS-OK                               00012350
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012360
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012370
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012380
               MOVE CA-MPCHINS1              TO WK-DDNAME               00012390
               MOVE FS-MPCHINS1              TO WK-FILE-STATUS          00012400
                                                                        00012410
               PERFORM 9000-CANCELACION                                 00012420
                  THRU 9000-CANCELACION-EXIT                            00012430
                                                                        00012440
           END-IF                                                       00012450
                                                                        00012460
           IF  FS-MPCHINS2 NOT = CA-FS-OK                               00012470
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012480
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012490
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012500
               MOVE CA-MPCHINS2              TO WK-DDNAME               00012510
               MOVE FS-MPCHINS2              TO WK-FILE-STATUS          00012520
                                                                        00012530
               PERFORM 9000-CANCELACION                                 00012540
                  THRU 9000-CANCELACION-EXIT                            00012550
                                                                        00012560
           END-IF                                                       00012570
                                                                        00012580
           IF  FS-MPCHINS3 NOT = CA-FS-OK                               00012590
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012600
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012610
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012620
               MOVE CA-MPCHINS3              TO WK-DDNAME               00012630
               MOVE FS-MPCHINS3              TO WK-FILE-STATUS          00012640
                                                                        00012650
               PERFORM 9000-CANCELACION                                 00012660
                  THRU 9000-CANCELACION-EXIT                            00012670
                                                                        00012680
           END-IF                                                       00012690
                                                                        00012700
           .                                                            00012710
       3100-CERRAR-FICHEROS-EXIT.                                       00012720
           EXIT.                                                        00012730
                                                                        00012740
      ******************************************************************00012750
      ***                   3150-EMITIR-INFORME                      ***00012760
      ***                   -------------------                      ***00012770
      * SE ESCRIBE EL INFORME DE TASA DE ACTIVACION: CABECERA CON LA   *00012780
      * VENTANA APLICADA, UNA LINEA POR ENTIDAD Y TIPO DE TARJETA Y LA *00012790
      * LINEA DE TOTALES.                                              *00012800
      ******************************************************************00012810
       3150-EMITIR-INFORME.                                             00012820
                                                                        00012830
           WRITE REG-MPCHINS3 FROM WK-LINEA-CABECERA                    00012840
                                                                        00012850
           MOVE WK-FECHA-PROCESO             TO WV-FECHA-PROCESO        00012860
           MOVE WK-FECHA-DESDE               TO WV-FECHA-DESDE          00012870
           MOVE WK-FECHA-HASTA               TO WV-FECHA-HASTA          00012880
           MOVE WK-FECHA-BAJA                TO WV-FECHA-BAJA           00012890
                                                                        00012900
           WRITE REG-MPCHINS3 FROM WK-LINEA-VENTANA                     00012910
                                                                        00012920
           MOVE SPACES                       TO REG-MPCHINS3            00012930
           WRITE REG-MPCHINS3                                           00012940
                                                                        00012950
           WRITE REG-MPCHINS3 FROM WK-LINEA-TITULOS                     00012960
                                                                        00012970
           PERFORM 3160-EMITIR-GRUPO                                    00012980
              THRU 3160-EMITIR-GRUPO-EXIT                               00012990
             VARYING WK-IDX-GRUPO FROM 1 BY 1                           00013000
               UNTIL WK-IDX-GRUPO > WK-NUM-GRUPOS                       00013010
                                                                        00013020
           MOVE CA-TOTAL                     TO WD-CDGENTI              00013030
           MOVE SPACES                       TO WD-INDTIPT              00013040
           MOVE CT-SEGUIDAS                  TO WD-SEGUIDAS             00013050
           MOVE CT-ACTIVADAS                 TO WD-ACTIVADAS            00013060
           MOVE CT-RECORDATORIOS             TO WD-RECORDATORIOS        00013070
           MOVE CT-PROPUESTAS                TO WD-PROPUESTAS           00013080
                                                                        00013090
           IF  CT-SEGUIDAS > ZEROES                                     00013100
               COMPUTE WK-PCT-ACTIVACION ROUNDED =                      00013110
                       CT-ACTIVADAS * CN-100 / CT-SEGUIDAS              00013120
           ELSE                                                         00013130
               MOVE ZEROES                   TO WK-PCT-ACTIVACION       00013140
           END-IF                                                       00013150
                                                                        00013160
           MOVE WK-PCT-ACTIVACION            TO WD-PCT-ACTIVACION       00013170
                                                                        00013180
           WRITE REG-MPCHINS3 FROM WK-LINEA-DETALLE                     00013190
                                                                        00013200
           IF  FS-MPCHINS3 NOT = CA-FS-OK                               00013210
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013220
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013230
               MOVE CA-PRF-3150              TO WK-PARRAFO              00013240
               MOVE CA-MPCHINS3              TO WK-DDNAME               00013250
               MOVE FS-MPCHINS3              TO WK-FILE-STATUS          00013260
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00013270
                                                                        00013280
               PERFORM 9000-CANCELACION                                 00013290
                  THRU 9000-CANCELACION-EXIT                            00013300
                                                                        00013310
           END-IF                                                       00013320
                                                                        00013330
           .                                                            00013340
       3150-EMITIR-INFORME-EXIT.                                        00013350
           EXIT.                                                        00013360
                                                                        00013370
      ******************************************************************00013380
      ***                   3160-EMITIR-GRUPO                        ***00013390
      ***                   -----------------                        ***00013400
      * SE ESCRIBE LA LINEA DE UNA ENTIDAD Y TIPO DE TARJETA CON SU    *00013410
      * TASA DE ACTIVACION.                                            *00013420
      ******************************************************************00013430
       3160-EMITIR-GRUPO.                                               00013440
                                                                        00013450
           MOVE WK-GR-CDGENTI (WK-IDX-GRUPO) TO WD-CDGENTI              00013460
           MOVE WK-GR-INDTIPT (WK-IDX-GRUPO) TO WK-INDTIPT-ED           00013470
           MOVE WK-INDTIPT-ED                TO WD-INDTIPT              00013480
           MOVE WK-GR-SEGUIDAS (WK-IDX-GRUPO)                           00013490
                                             TO WD-SEGUIDAS             00013500
           MOVE WK-GR-ACTIVADAS (WK-IDX-GRUPO)                          00013510
                                             TO WD-ACTIVADAS            00013520
           MOVE WK-GR-RECORDATORIOS (WK-IDX-GRUPO)                      00013530
                                             TO WD-RECORDATORIOS        00013540
           MOVE WK-GR-PROPUESTAS (WK-IDX-GRUPO)                         00013550
                                             TO WD-PROPUESTAS           00013560
                                                                        00013570
           COMPUTE WK-PCT-ACTIVACION ROUNDED =                          00013580
                   WK-GR-ACTIVADAS (WK-IDX-GRUPO) * CN-100              00013590
                 / WK-GR-SEGUIDAS (WK-IDX-GRUPO)                        00013600
                                                                        00013610
           MOVE WK-PCT-ACTIVACION            TO WD-PCT-ACTIVACION       00013620
                                                                        00013630
           WRITE REG-MPCHINS3 FROM WK-LINEA-DETALLE                     00013640
                                                                        00013650
           IF  FS-MPCHINS3 NOT = CA-FS-OK                               00013660
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013670
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00013680
               MOVE CA-PRF-3150              TO WK-PARRAFO              00013690
               MOVE CA-MPCHINS3              TO WK-DDNAME               00013700
               MOVE FS-MPCHINS3              TO WK-FILE-STATUS          00013710
               MOVE WK-LINEA-DETALLE         TO WK-DATOS-REGISTRO       00013720
                                                                        00013730
               PERFORM 9000-CANCELACION                                 00013740
                  THRU 9000-CANCELACION-EXIT                            00013750
                                                                        00013760
           END-IF                                                       00013770
                                                                        00013780
           .                                                            00013790
       3160-EMITIR-GRUPO-EXIT.                                          00013800
           EXIT.                                                        00013810
                                                                        00013820
      ******************************************************************00013830
      ***                   3200-ESTADISTICAS                        ***00013840
      ***                   -----------------                        ***00013850
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013860
      ******************************************************************00013870
       3200-ESTADISTICAS.                                               00013880
                                                                        00013890
           MOVE CT-REGISTRO                   TO WK-REGISTRO-ED         00013900
           MOVE CT-EN-VENTANA                 TO WK-VENTANA-ED          00013910
           MOVE CT-DEVUELTAS                  TO WK-DEVUELTAS-ED        00013920
           MOVE CT-CENSO                      TO WK-CENSO-ED            00013930
           MOVE CT-DADAS-BAJA                 TO WK-DADAS-BAJA-ED       00013940
           MOVE CT-SEGUIDAS                   TO WK-SEGUIDAS-ED         00013950
           MOVE CT-ACTIVADAS                  TO WK-ACTIVADAS-ED        00013960
           MOVE CT-RECORDATORIOS              TO WK-RECORDATORIOS-ED    00013970
           MOVE CT-PROPUESTAS                 TO WK-PROPUESTAS-ED       00013980
                                                                        00013990
           DISPLAY WK-CAB-1                                             00014000
           DISPLAY WK-CAB-2                                             00014010
           DISPLAY WK-CAB-1                                             00014020
           DISPLAY WK-CAB-3                                             00014030
           DISPLAY WK-CAB-4                                             00014040
           DISPLAY WK-CAB-5                                             00014050
           DISPLAY WK-CAB-6                                             00014060
           DISPLAY WK-CAB-7                                             00014070
           DISPLAY WK-CAB-8                                             00014080
           DISPLAY WK-CAB-9                                             00014090
           DISPLAY WK-CAB-10                                            00014100
           DISPLAY WK-CAB-11                                            00014110
           DISPLAY WK-CAB-1                                             00014120
                                                                        00014130
           .                                                            00014140
       3200-ESTADISTICAS-EXIT.                                          00014150
           EXIT.                                                        00014160
                                                                        00014170
      ******************************************************************00014180
      ***                   9100-LEER-MPCHINE3                       ***00014190
      ***                   ------------------                       ***00014200
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO.                         *00014210
      ******************************************************************00014220
       9100-LEER-MPCHINE3.                                              00014230
                                                                        00014240
           READ MPCHINE3                                                00014250
           AT END                                                       00014260
                SET SI-FIN-MPCHINE3          TO TRUE                    00014270
           END-READ                                                     00014280
                                                                        00014290
           IF  FS-MPCHINE3 NOT = CA-FS-OK AND CA-FS-EOF                 00014300
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014310
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014320
               MOVE CA-PRF-9100              TO WK-PARRAFO              00014330
               MOVE CA-MPCHINE3              TO WK-DDNAME               00014340
               MOVE FS-MPCHINE3              TO WK-FILE-STATUS          00014350
                                                                        00014360
               PERFORM 9000-CANCELACION                                 00014370
                  THRU 9000-CANCELACION-EXIT                            00014380
                                                                        00014390
           END-IF                                                       00014400
                                                                        00014410
           IF  SI-FIN-MPCHINE3                                          00014420
               GO TO 9100-LEER-MPCHINE3-EXIT                            00014430
           END-IF                                                       00014440
                                                                        00014450
           ADD CN-1                          TO CT-CENSO                00014460
                                                                        00014470
           MOVE REG-MPCHINE3                 TO WK-REGISTRO             00014480
                                                                        00014490
           .                                                            00014500
       9100-LEER-MPCHINE3-EXIT.                                         00014510
           EXIT.                                                        00014520
                                                                        00014530
      ******************************************************************00014540
      ***                   9160-LEER-MPCHINE1                       ***00014550
      ***                   ------------------                       ***00014560
      * SE LEE LA SIGUIENTE TARJETA DEL REGISTRO DE REMITIDAS.         *00014570
      ******************************************************************00014580
       9160-LEER-MPCHINE1.                                              00014590
                                                                        00014600
           READ MPCHINE1                                                00014610
           AT END                                                       00014620
                SET SI-FIN-MPCHINE1          TO TRUE                    00014630
           END-READ                                                     00014640
                                                                        00014650
           IF  FS-MPCHINE1 NOT = CA-FS-OK AND CA-FS-EOF                 00014660
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014670
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014680
               MOVE CA-PRF-1170              TO WK-PARRAFO              00014690
               MOVE CA-MPCHINE1              TO WK-DDNAME               00014700
               MOVE FS-MPCHINE1              TO WK-FILE-STATUS          00014710
                                                                        00014720
               PERFORM 9000-CANCELACION                                 00014730
                  THRU 9000-CANCELACION-EXIT                            00014740
                                                                        00014750
           END-IF                                                       00014760
                                                                        00014770
           .                                                            00014780
       9160-LEER-MPCHINE1-EXIT.                                         00014790
           EXIT.                                                        00014800
                                                                        00014810
      ******************************************************************00014820
      ***                   9180-LEER-MPCHINE2                       ***00014830
      ***                   ------------------                       ***00014840
      * SE LEE LA SIGUIENTE DEVOLUCION DE MENSAJERIA.                  *00014850
      ******************************************************************00014860
       9180-LEER-MPCHINE2.                                              00014870
                                                                        00014880
           READ MPCHINE2                                                00014890
           AT END                                                       00014900
                SET SI-FIN-MPCHINE2          TO TRUE                    00014910
           END-READ                                                     00014920
                                                                        00014930
           IF  FS-MPCHINE2 NOT = CA-FS-OK AND CA-FS-EOF                 00014940
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014950
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014960
               MOVE CA-PRF-1180              TO WK-PARRAFO              00014970
               MOVE CA-MPCHINE2              TO WK-DDNAME               00014980
               MOVE FS-MPCHINE2              TO WK-FILE-STATUS          00014990
                                                                        00015000
               PERFORM 9000-CANCELACION                                 00015010
                  THRU 9000-CANCELACION-EXIT                            00015020
                                                                        00015030
           END-IF                                                       00015040
                                                                        00015050
           .                                                            00015060
       9180-LEER-MPCHINE2-EXIT.                                         00015070
           EXIT.                                                        00015080
                                                                        00015090
      ******************************************************************00015100
      ***                   9000-CANCELACION                         ***00015110
      ***                   ----------------                         ***00015120
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00015130
      ******************************************************************00015140
       9000-CANCELACION.                                                00015150
                                                                        00015160
           MOVE CA-RESP                       TO WK-RESPONSABLE         00015170
                                                                        00015180
           EVALUATE  TRUE                                               00015190
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00015200
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015210
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015220
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00015230
                         RESPONSABLE('WK-RESPONSABLE')                  00015240
                         DESCRIPCION('WK-DESCRIPCION')                  00015250
                         PROGRAMA('WK-PROGRAMA')                        00015260
                         PARRAFO('WK-PARRAFO')                          00015270
                         SQLCA('SQLCA')                                 00015280
                         TABLA_DB2('WK-TABLA-DB2')                      00015290
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00015300
                     END-FUN                                            00015310
                                                                        00015320
               WHEN  OTHER                                              00015330
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015340
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015350
                         RESPONSABLE('WK-RESPONSABLE')                  00015360
                         DESCRIPCION('WK-DESCRIPCION')                  00015370
                         PROGRAMA('WK-PROGRAMA')                        00015380
                         PARRAFO('WK-PARRAFO')                          00015390
                         DDNAME('WK-DDNAME')                            00015400
                         FILE_STATUS('WK-FILE-STATUS')                  00015410
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00015420
                     END-FUN                                            00015430
                                                                        00015440
           END-EVALUATE                                                 00015450
                                                                        00015460
           .                                                            00015470
       9000-CANCELACION-EXIT.                                           00015480
           EXIT.                                                        00015490
