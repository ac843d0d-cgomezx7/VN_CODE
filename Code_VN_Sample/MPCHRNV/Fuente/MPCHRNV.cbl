      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHRNV.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: GENERACION MENSUAL DE LAS PETICIONES DE          *00000110
      *               RENOVACION DE TARJETAS POR CADUCIDAD. RECORRE    *00000120
      *               EL CENSO DE TARJETAS (FORMATO MPCHSEE1) Y        *00000130
      *               SELECCIONA LAS QUE CADUCAN (WK-CADTARJ-009) EN   *00000140
      *               EL MES OBJETIVO. SE EXCLUYEN LAS MARCADAS COMO   *00000150
      *               NO RENOVABLES (WK-INDNOREN-009), LAS DADAS DE    *00000160
      *               BAJA (WK-FECBAJA-009), LAS QUE TIENEN UN         *00000170
      *               BLOQUEO ACTIVO EN FRAUDE_BLOQUEO Y LAS DE        *00000180
      *               CONTRATOS CANCELADOS O INEXISTENTES EN MPDT007.  *00000190
      *               PARA EL RESTO ESCRIBE LA PETICION DE RENOVACION  *00000200
      *               EN FORMATO MPCHSEE1, CON LA NUEVA CADUCIDAD Y EL *00000210
      *               NUEVO NUMERO DE EMISION, LISTA PARA LA SIGUIENTE *00000220
      *               EJECUCION DE MPCHSEL, Y UN LISTADO DE TARJETAS   *00000230
      *               GENERADAS Y EXCLUIDAS CON SU MOTIVO.             *00000240
      *-                                                              -*00000250
      *  PARAMETROS SYSIN:                                             *00000260
      *        MES OBJETIVO (AAAAMM). EN BLANCO SE TOMA EL MES         *00000270
      *        SIGUIENTE AL DE LA FECHA DEL SISTEMA.                   *00000280
      *        ANOS DE VALIDEZ DE LA TARJETA RENOVADA (POR DEFECTO 04).*00000290
      *-                                                              -*00000300
      *  FICHEROS DE ENTRADA:                                          *00000310
      *        MPCHRVE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000320
      *-                                                              -*00000330
      *  FICHEROS DE SALIDA:                                           *00000340
      *        MPCHRVS1 : PETICIONES DE RENOVACION (FORMATO MPCHSEE1)  *00000350
      *                   PARA LA ENTRADA DE MPCHSEL.                  *00000360
      *        MPCHRVS2 : LISTADO DE TARJETAS GENERADAS Y EXCLUIDAS.   *00000370
      *                   (XPAN ENMASCARADO).                          *00000371
      *-                                                              -*00000380
      *  TABLAS DB2:                                                   *00000390
      *        FRAUDE_BLOQUEO : BLOQUEOS ANTIFRAUDE ACTIVOS.           *00000400
      *        MPDT007        : MAESTRO DE CONTRATOS.                  *00000410
      *-                                                              -*00000420
      *  MOTIVOS DE EXCLUSION:                                         *00000430
      *        NR : TARJETA MARCADA COMO NO RENOVABLE.                 *00000440
      *        BA : TARJETA DADA DE BAJA.                              *00000450
      *        NE : CONTRATO INEXISTENTE EN MPDT007.                   *00000460
      *        CC : CONTRATO CANCELADO.                                *00000470
      *        FR : BLOQUEO ANTIFRAUDE ACTIVO.                         *00000480
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
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. GENERACION DE    *00000600
      *                        RENOVACIONES POR CADUCIDAD.             *00000610
      * VIEWNEXT 15-10-2026    EL XPAN DEL LISTADO DE TARJETAS SE      *00000611
      *                        ENMASCARA CON LA RUTINA MPBAMSK.        *00000612
      *                                                                *00000620
      ******************************************************************00000630
                                                                        00000640
      ******************************************************************00000650
      * IDENTIFICATION DIVISION                                        *00000660
      ******************************************************************00000670
       IDENTIFICATION DIVISION.                                         00000680
       PROGRAM-ID.    MPCHRNV.                                          00000690
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
           SELECT MPCHRVE1 ASSIGN MPCHRVE1                              00000960
                  ACCESS MODE IS SEQUENTIAL                             00000970
                  FILE STATUS IS FS-MPCHRVE1.                           00000980
                                                                        00000990
      * -- PETICIONES DE RENOVACION PARA MPCHSEL.                       00001000
           SELECT MPCHRVS1 ASSIGN MPCHRVS1                              00001010
                  ACCESS MODE IS SEQUENTIAL                             00001020
                  FILE STATUS IS FS-MPCHRVS1.                           00001030
                                                                        00001040
      * -- LISTADO DE TARJETAS GENERADAS Y EXCLUIDAS.                   00001050
           SELECT MPCHRVS2 ASSIGN MPCHRVS2                              00001060
                  ACCESS MODE IS SEQUENTIAL                             00001070
                  FILE STATUS IS FS-MPCHRVS2.                           00001080
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
       FD  MPCHRVE1                                                     00001200
           BLOCK CONTAINS 0 RECORDS                                     00001210
           RECORDING MODE IS F                                          00001220
           LABEL RECORD ARE STANDARD                                    00001230
           RECORD CONTAINS 651 CHARACTERS                               00001240
           DATA RECORD IS REG-MPCHRVE1.                                 00001250
       01  REG-MPCHRVE1                    PIC X(651).                  00001260
                                                                        00001270
       FD  MPCHRVS1                                                     00001280
           BLOCK CONTAINS 0 RECORDS                                     00001290
           RECORDING MODE IS F                                          00001300
           LABEL RECORD ARE STANDARD                                    00001310
           RECORD CONTAINS 651 CHARACTERS                               00001320
           DATA RECORD IS REG-MPCHRVS1.                                 00001330
       01  REG-MPCHRVS1                    PIC X(651).                  00001340
                                                                        00001350
       FD  MPCHRVS2                                                     00001360
           BLOCK CONTAINS 0 RECORDS                                     00001370
           RECORDING MODE IS F                                          00001380
           LABEL RECORD ARE STANDARD                                    00001390
           RECORD CONTAINS 132 CHARACTERS                               00001400
           DATA RECORD IS REG-MPCHRVS2.                                 00001410
       01  REG-MPCHRVS2                    PIC X(132).                  00001420
                                                                        00001430
      *----------------------------------------------------------------*00001440
      * WORKING-STORAGE SECTION                                        *00001450
      *----------------------------------------------------------------*00001460
       WORKING-STORAGE SECTION.                                         00001470
                                                                        00001480
      ******************************************************************00001490
      *                        S W I T C H E S                         *00001500
      ******************************************************************00001510
       01  SW-SWITCHES.                                                 00001520
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001530
               88  DB2-OK                              VALUE 0.         00001540
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001550
           05  SW-FIN-MPCHRVE1             PIC X(01)   VALUE 'N'.       00001560
               88  SI-FIN-MPCHRVE1                     VALUE 'S'.       00001570
               88  NO-FIN-MPCHRVE1                     VALUE 'N'.       00001580
                                                                        00001590
      ******************************************************************00001600
      *                      C O N S T A N T E S                       *00001610
      ******************************************************************00001620
       01  CT-CONSTANTES.                                               00001630
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001640
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001650
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001660
               10  CA-00                   PIC X(02)   VALUE '00'.      00001661
               10  CA-MPCHRNV              PIC X(08)   VALUE 'MPCHRNV'. 00001670
               10  CA-RESP                 PIC X(14)   VALUE            00001680
                                   'MEDIOS DE PAGO'.                    00001690
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001700
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001710
               10  CA-MPCHRVE1             PIC X(08)   VALUE 'MPCHRVE1'.00001720
               10  CA-MPCHRVS1             PIC X(08)   VALUE 'MPCHRVS1'.00001730
               10  CA-MPCHRVS2             PIC X(08)   VALUE 'MPCHRVS2'.00001740
               10  CA-MPBAMSK              PIC X(07)   VALUE 'MPBAMSK'. 00001741
               10  CA-FRAUDE-BLOQUEO       PIC X(14)   VALUE            00001750
                                   'FRAUDE_BLOQUEO'.                    00001760
               10  CA-MPDT007              PIC X(07)   VALUE 'MPDT007'. 00001770
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001780
      *--      FECHAS DE BAJA QUE INDICAN TARJETA O CONTRATO VIGENTE.   00001790
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00001800
                                   '0001-01-01'.                        00001810
               10  CA-FECHA-SIN-BAJA       PIC X(10)   VALUE            00001820
                                   '9999-12-31'.                        00001830
      *--      RESULTADOS Y MOTIVOS DE EXCLUSION DEL LISTADO.           00001840
               10  CA-GENERADA             PIC X(10)   VALUE            00001850
                                   'GENERADA'.                          00001860
               10  CA-EXCLUIDA             PIC X(10)   VALUE            00001870
                                   'EXCLUIDA'.                          00001880
               10  CA-MOT-NO-RENOVAR       PIC X(02)   VALUE 'NR'.      00001890
               10  CA-MOT-BAJA             PIC X(02)   VALUE 'BA'.      00001900
               10  CA-MOT-SIN-CONTRATO     PIC X(02)   VALUE 'NE'.      00001910
               10  CA-MOT-CANCELADO        PIC X(02)   VALUE 'CC'.      00001920
               10  CA-MOT-FRAUDE           PIC X(02)   VALUE 'FR'.      00001930
               10  CA-TXT-NO-RENOVAR       PIC X(30)   VALUE            00001940
                                   'MARCADA COMO NO RENOVABLE'.         00001950
               10  CA-TXT-BAJA             PIC X(30)   VALUE            00001960
                                   'TARJETA DADA DE BAJA'.              00001970
               10  CA-TXT-SIN-CONTRATO     PIC X(30)   VALUE            00001980
                                   'CONTRATO INEXISTENTE'.              00001990
               10  CA-TXT-CANCELADO        PIC X(30)   VALUE            00002000
                                   'CONTRATO CANCELADO'.                00002010
               10  CA-TXT-FRAUDE           PIC X(30)   VALUE            00002020
                                   'BLOQUEO ANTIFRAUDE ACTIVO'.         00002030
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002040
                                   'ERROR AL ABRIR UN FICHERO'.         00002050
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002060
                                   'ERROR AL CERRAR UN FICHERO'.        00002070
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002080
                                   'ERROR AL LEER UN FICHERO'.          00002090
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002100
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002110
               10  CA-ERR-MES-OBJETIVO     PIC X(38)   VALUE            00002120
                         'MES OBJETIVO DE SYSIN ERRONEO (AAAAMM)'.      00002130
               10  CA-ERR-FRAUDE           PIC X(38)   VALUE            00002140
                         'ERROR AL LEER LA TABLA FRAUDE_BLOQUEO '.      00002150
               10  CA-ERR-CONTRATO         PIC X(38)   VALUE            00002160
                         'ERROR AL LEER LA TABLA MPDT007        '.      00002170
               10  CA-ERR-ENMASCARAR       PIC X(27)   VALUE            00002171
                                   'ERROR AL ENMASCARAR EL XPAN'.       00002172
               10  CA-PRF-1050             PIC X(23)   VALUE            00002180
                                   '1050-VALIDAR-PARAMETROS'.           00002190
               10  CA-PRF-1100             PIC X(19)   VALUE            00002200
                                   '1100-ABRIR-FICHEROS'.               00002210
               10  CA-PRF-2200             PIC X(22)   VALUE            00002220
                                   '2200-CONTROL-CONTRATO'.             00002230
               10  CA-PRF-2250             PIC X(20)   VALUE            00002240
                                   '2250-CONTROL-FRAUDE'.               00002250
               10  CA-PRF-2300             PIC X(23)   VALUE            00002260
                                   '2300-GENERAR-RENOVACION'.           00002270
               10  CA-PRF-2550             PIC X(20)   VALUE            00002271
                                   '2550-ENMASCARAR-XPAN'.              00002272
               10  CA-PRF-3100             PIC X(20)   VALUE            00002280
                                   '3100-CERRAR-FICHEROS'.              00002290
               10  CA-PRF-9100             PIC X(18)   VALUE            00002300
                                   '9100-LEER-MPCHRVE1'.                00002310
               10  CA-PRF-9200             PIC X(22)   VALUE            00002320
                                   '9200-ESCRIBIR-LISTADO'.             00002330
                                                                        00002340
           05  CN-CONSTANTES-NUMERICAS.                                 00002350
               10  CN-1                    PIC 9(01)   VALUE 1.         00002360
               10  CN-12                   PIC 9(02)   VALUE 12.        00002370
               10  CN-100                  PIC 9(03)   VALUE 100.       00002380
               10  CN-NO-RENOVAR           PIC 9(01)   VALUE 1.         00002390
               10  CN-ANOS-VALIDEZ         PIC 9(02)   VALUE 4.         00002400
               10  CN-MAX-EMISION          PIC 9(03)   VALUE 999.       00002410
                                                                        00002420
      ******************************************************************00002430
      *                    C O N T A D O R E S                         *00002440
      ******************************************************************00002450
       01  CT-CONTADORES.                                               00002460
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00002470
           05  CT-CADUCAN                  PIC 9(9)    VALUE ZEROES.    00002480
           05  CT-GENERADAS                PIC 9(9)    VALUE ZEROES.    00002490
           05  CT-EXC-NO-RENOVAR           PIC 9(9)    VALUE ZEROES.    00002500
           05  CT-EXC-BAJA                 PIC 9(9)    VALUE ZEROES.    00002510
           05  CT-EXC-CONTRATO             PIC 9(9)    VALUE ZEROES.    00002520
           05  CT-EXC-FRAUDE               PIC 9(9)    VALUE ZEROES.    00002530
                                                                        00002540
      ******************************************************************00002550
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002560
      ******************************************************************00002570
       01  WK-ESTADISTICA.                                              00002580
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002590
           05  WK-CAB-2                    PIC X(55)   VALUE            00002600
                   '* ESTADISTICAS DE MPCHRNV                   *'.     00002610
           05  WK-CAB-3.                                                00002620
               10  FILLER                  PIC X(45)   VALUE            00002630
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00002640
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00002650
               10  FILLER                  PIC X(01)   VALUE '*'.       00002660
           05  WK-CAB-4.                                                00002670
               10  FILLER                  PIC X(45)   VALUE            00002680
                   '* TARJETAS QUE CADUCAN EN EL MES OBJETIVO: '.       00002690
               10  WK-CADUCAN-ED           PIC ZZZZZZZZ9.               00002700
               10  FILLER                  PIC X(01)   VALUE '*'.       00002710
           05  WK-CAB-5.                                                00002720
               10  FILLER                  PIC X(45)   VALUE            00002730
                   '* RENOVACIONES GENERADAS (MPCHRVS1):       '.       00002740
               10  WK-GENERADAS-ED         PIC ZZZZZZZZ9.               00002750
               10  FILLER                  PIC X(01)   VALUE '*'.       00002760
           05  WK-CAB-6.                                                00002770
               10  FILLER                  PIC X(45)   VALUE            00002780
                   '* EXCLUIDAS POR NO RENOVABLES:             '.       00002790
               10  WK-EXC-NO-RENOVAR-ED    PIC ZZZZZZZZ9.               00002800
               10  FILLER                  PIC X(01)   VALUE '*'.       00002810
           05  WK-CAB-7.                                                00002820
               10  FILLER                  PIC X(45)   VALUE            00002830
                   '* EXCLUIDAS POR TARJETA DE BAJA:           '.       00002840
               10  WK-EXC-BAJA-ED          PIC ZZZZZZZZ9.               00002850
               10  FILLER                  PIC X(01)   VALUE '*'.       00002860
           05  WK-CAB-8.                                                00002870
               10  FILLER                  PIC X(45)   VALUE            00002880
                   '* EXCLUIDAS POR CONTRATO CANCELADO:        '.       00002890
               10  WK-EXC-CONTRATO-ED      PIC ZZZZZZZZ9.               00002900
               10  FILLER                  PIC X(01)   VALUE '*'.       00002910
           05  WK-CAB-9.                                                00002920
               10  FILLER                  PIC X(45)   VALUE            00002930
                   '* EXCLUIDAS POR BLOQUEO ANTIFRAUDE:        '.       00002940
               10  WK-EXC-FRAUDE-ED        PIC ZZZZZZZZ9.               00002950
               10  FILLER                  PIC X(01)   VALUE '*'.       00002960
                                                                        00002970
      ******************************************************************00002980
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002990
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003000
      ******************************************************************00003010
       01  WK-CANCELACION-BATCH.                                        00003020
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003030
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003040
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003050
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHRNV'. 00003060
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003070
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003080
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003090
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003100
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003110
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003120
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003130
                                                                        00003140
      ******************************************************************00003150
      *                      F I L E  S T A T U S                      *00003160
      ******************************************************************00003170
       01  FS-FILE-STATUS.                                              00003180
           05  FS-MPCHRVE1                 PIC X(02).                   00003190
           05  FS-MPCHRVS1                 PIC X(02).                   00003200
           05  FS-MPCHRVS2                 PIC X(02).                   00003210
                                                                        00003220
      ******************************************************************00003230
      * PARAMETROS DE ENTRADA POR SYSIN: MES OBJETIVO Y ANOS DE        *00003240
      * VALIDEZ (EN BLANCO = SE TOMAN LOS VALORES POR DEFECTO).        *00003250
      ******************************************************************00003260
       01  WK-PARAMETROS-SYSIN.                                         00003270
           05  WK-MES-OBJETIVO-AN          PIC X(06)   VALUE SPACES.    00003280
           05  WK-MES-OBJETIVO-R   REDEFINES WK-MES-OBJETIVO-AN.        00003290
               10  WK-OBJ-AAAA-AN          PIC X(04).                   00003300
               10  WK-OBJ-MM-AN            PIC X(02).                   00003310
           05  WK-ANOS-VALIDEZ-AN          PIC X(02)   VALUE SPACES.    00003320
                                                                        00003330
      ******************************************************************00003340
      * MES OBJETIVO, CADUCIDAD Y EMISION DE LA TARJETA RENOVADA.      *00003350
      ******************************************************************00003360
       01  WK-RENOVACION.                                               00003370
           05  WK-FECHA-HOY.                                            00003380
               10  WK-HOY-AAAA             PIC 9(04).                   00003390
               10  WK-HOY-MM               PIC 9(02).                   00003400
               10  WK-HOY-DD               PIC 9(02).                   00003410
           05  WK-MES-OBJETIVO             PIC 9(06)   VALUE ZEROES.    00003420
           05  WK-MES-OBJETIVO-RED REDEFINES WK-MES-OBJETIVO.           00003430
               10  WK-OBJ-AAAA             PIC 9(04).                   00003440
               10  WK-OBJ-MM               PIC 9(02).                   00003450
           05  WK-ANOS-VALIDEZ             PIC 9(02)   VALUE ZEROES.    00003460
           05  WK-NUEVA-CADUCIDAD          PIC 9(06)   VALUE ZEROES.    00003470
           05  WK-NUEVA-EMISION            PIC 9(03)   VALUE ZEROES.    00003480
           05  WK-MOTIVO-EXCLUSION         PIC X(02)   VALUE SPACES.    00003490
           05  WK-TEXTO-EXCLUSION          PIC X(30)   VALUE SPACES.    00003500
                                                                        00003510
      ******************************************************************00003520
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00003530
      * CAMPOS NECESARIOS PARA LA SELECCION Y LA RENOVACION.           *00003540
      ******************************************************************00003550
       01  WK-REGISTRO.                                                 00003560
           05  WK-CDGENTI-009              PIC X(04).                   00003570
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00003580
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00003590
           05  WK-CENTALTA-009             PIC X(04).                   00003600
           05  WK-CUENTNU-009              PIC X(12).                   00003610
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00003620
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00003630
           05  WK-TIPBON-009               PIC X(06).                   00003640
           05  WK-XPAN-009                 PIC X(22).                   00003650
           05  WK-XPANANT-009              PIC X(22).                   00003660
           05  WK-FECALTA-009              PIC X(10).                   00003670
           05  WK-FECALTAN-009             PIC X(10).                   00003680
           05  WK-FEULTUSO-009             PIC X(10).                   00003690
           05  WK-INSITTAR-009             PIC S9(02)V USAGE COMP-3.    00003700
           05  WK-INULTTAR-009             PIC X(02).                   00003710
           05  WK-INDNOREN-009             PIC S9(01)V USAGE COMP-3.    00003720
           05  WK-CODBLQ-009               PIC S9(02)V USAGE COMP-3.    00003730
           05  WK-FEULTBLQ-009             PIC X(10).                   00003740
           05  WK-TEXBLQ-009               PIC X(30).                   00003750
           05  WK-FECBAJA-009              PIC X(10).                   00003760
           05  WK-MOTBAJA-009              PIC X(02).                   00003770
           05  WK-CADTARJ-009              PIC S9(06)V USAGE COMP-3.    00003780
           05  WK-CADANTTJ-009             PIC S9(06)V USAGE COMP-3.    00003790
           05  FILLER                      PIC X(128).                  00003800
           05  WK-ISSUENUM-009             PIC S9(03)V USAGE COMP-3.    00003810
           05  WK-ISSUEANT-009             PIC S9(03)V USAGE COMP-3.    00003820
           05  FILLER                      PIC X(338).                  00003830
                                                                        00003840
      ******************************************************************00003850
      *                 L I N E A S  D E  I N F O R M E                *00003860
      ******************************************************************00003870
       01  WK-LINEA-CABECERA.                                           00003880
           05  FILLER                      PIC X(50)   VALUE            00003890
               'MPCHRNV - RENOVACION DE TARJETAS POR CADUCIDAD - '.     00003900
           05  FILLER                      PIC X(13)   VALUE            00003910
                                   'MES OBJETIVO '.                     00003920
           05  WC-MES-OBJETIVO             PIC 9(06).                   00003930
           05  FILLER                      PIC X(10)   VALUE            00003940
                                   ' - FECHA: '.                        00003950
           05  WC-FECHA-HOY                PIC 9(08).                   00003960
           05  FILLER                      PIC X(45)   VALUE SPACES.    00003970
                                                                        00003980
       01  WK-LINEA-TITULOS.                                            00003990
           05  FILLER                      PIC X(06)   VALUE 'ENTI'.    00004000
           05  FILLER                      PIC X(06)   VALUE 'CENT'.    00004010
           05  FILLER                      PIC X(14)   VALUE 'CUENTA'.  00004020
           05  FILLER                      PIC X(24)   VALUE 'XPAN'.    00004030
           05  FILLER                      PIC X(04)   VALUE 'TP'.      00004040
           05  FILLER                      PIC X(08)   VALUE 'CADUC.'.  00004050
           05  FILLER                      PIC X(08)   VALUE 'NUEVA'.   00004060
           05  FILLER                      PIC X(05)   VALUE 'EMI'.     00004070
           05  FILLER                      PIC X(12)   VALUE            00004080
                                   'RESULTADO'.                         00004090
           05  FILLER                      PIC X(45)   VALUE 'MOTIVO'.  00004100
                                                                        00004110
       01  WK-LINEA-DETALLE.                                            00004120
           05  WD-CDGENTI                  PIC X(04).                   00004130
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004140
           05  WD-CENTALTA                 PIC X(04).                   00004150
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004160
           05  WD-CUENTNU                  PIC X(12).                   00004170
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004180
           05  WD-XPAN                     PIC X(22).                   00004190
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004200
           05  WD-INDTIPT                  PIC 9(02).                   00004210
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004220
           05  WD-CADUCIDAD                PIC 9(06).                   00004230
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004240
           05  WD-NUEVA-CADUCIDAD          PIC X(06).                   00004250
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004260
           05  WD-NUEVA-EMISION            PIC X(03).                   00004270
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004280
           05  WD-RESULTADO                PIC X(10).                   00004290
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004300
           05  WD-MOTIVO                   PIC X(02).                   00004310
           05  FILLER                      PIC X(01)   VALUE SPACES.    00004320
           05  WD-TEXTO                    PIC X(30).                   00004330
           05  FILLER                      PIC X(10)   VALUE SPACES.    00004340
                                                                        00004350
      *--  DCLGEN DE LA TABLA FRAUDE_BLOQUEO (BLOQUEOS ANTIFRAUDE)      00004360
           EXEC SQL INCLUDE D4465000 END-EXEC.                          00004370
                                                                        00004380
      *--  DCLGEN DE LA TABLA MPDT007 (MAESTRO DE CONTRATOS)            00004390
           EXEC SQL INCLUDE D3104800 END-EXEC.                          00004400
                                                                        00004410
      * -- COPY DE COMUNICACION CON DB2.                                00004420
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00004430
                                                                        00004432
      * -- COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO MPBAMSK.   00004434
           COPY MPYAMSK.                                                00004436
                                                                        00004440
      ******************************************************************00004450
      *                       PROCEDURE DIVISION                       *00004460
      ******************************************************************00004470
       PROCEDURE DIVISION.                                              00004480
                                                                        00004490
           PERFORM 1000-INICIO                                          00004500
              THRU 1000-INICIO-EXIT                                     00004510
                                                                        00004520
           PERFORM 2000-PROCESO                                         00004530
              THRU 2000-PROCESO-EXIT                                    00004540
             UNTIL SI-FIN-MPCHRVE1                                      00004550
                                                                        00004560
           PERFORM 3000-FIN                                             00004570
              THRU 3000-FIN-EXIT                                        00004580
                                                                        00004590
           .                                                            00004600
                                                                        00004610
      ******************************************************************00004620
      ***                   1000-INICIO                              ***00004630
      ***                   -----------                              ***00004640
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00004650
      * ABREN LOS FICHEROS, SE EMITE LA CABECERA DEL LISTADO Y SE LEE  *00004660
      * LA PRIMERA TARJETA DEL CENSO.                                  *00004670
      ******************************************************************00004680
       1000-INICIO.                                                     00004690
                                                                        00004700
           INITIALIZE WK-RENOVACION                                     00004710
                      CT-CONTADORES                                     00004720
                                                                        00004730
           SET NO-FIN-MPCHRVE1               TO TRUE                    00004740
                                                                        00004750
           ACCEPT WK-FECHA-HOY               FROM DATE YYYYMMDD         00004760
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004770
                                                                        00004780
           PERFORM 1050-VALIDAR-PARAMETROS                              00004790
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00004800
                                                                        00004810
           PERFORM 1100-ABRIR-FICHEROS                                  00004820
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004830
                                                                        00004840
           MOVE WK-MES-OBJETIVO              TO WC-MES-OBJETIVO         00004850
           MOVE WK-FECHA-HOY                 TO WC-FECHA-HOY            00004860
                                                                        00004870
           MOVE WK-LINEA-CABECERA            TO REG-MPCHRVS2            00004880
           PERFORM 9200-ESCRIBIR-LISTADO                                00004890
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00004900
                                                                        00004910
           MOVE WK-LINEA-TITULOS             TO REG-MPCHRVS2            00004920
           PERFORM 9200-ESCRIBIR-LISTADO                                00004930
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00004940
                                                                        00004950
           PERFORM 9100-LEER-MPCHRVE1                                   00004960
              THRU 9100-LEER-MPCHRVE1-EXIT                              00004970
                                                                        00004980
           .                                                            00004990
       1000-INICIO-EXIT.                                                00005000
           EXIT.                                                        00005010
                                                                        00005020
      ******************************************************************00005030
      ***                   1050-VALIDAR-PARAMETROS                  ***00005040
      ***                   -----------------------                  ***00005050
      * SE TOMA EL MES OBJETIVO DE SYSIN (O EL SIGUIENTE AL DE LA      *00005060
      * FECHA DEL SISTEMA) Y LOS ANOS DE VALIDEZ DE LA RENOVACION.     *00005070
      ******************************************************************00005080
       1050-VALIDAR-PARAMETROS.                                         00005090
                                                                        00005100
           IF  WK-MES-OBJETIVO-AN = SPACES                              00005110
               IF  WK-HOY-MM = CN-12                                    00005120
                   COMPUTE WK-OBJ-AAAA = WK-HOY-AAAA + CN-1             00005130
                   MOVE CN-1                 TO WK-OBJ-MM               00005140
               ELSE                                                     00005150
                   MOVE WK-HOY-AAAA          TO WK-OBJ-AAAA             00005160
                   COMPUTE WK-OBJ-MM = WK-HOY-MM + CN-1                 00005170
               END-IF                                                   00005180
           ELSE                                                         00005190
               IF  WK-MES-OBJETIVO-AN NOT NUMERIC                       00005200
                OR WK-OBJ-MM-AN < '01'                                  00005210
                OR WK-OBJ-MM-AN > '12'                                  00005220
                   MOVE CA-ERROR-F           TO WK-TIPO-ERROR           00005230
                   MOVE CA-ERR-MES-OBJETIVO  TO WK-DESCRIPCION          00005240
                   MOVE CA-PRF-1050          TO WK-PARRAFO              00005250
                   MOVE WK-MES-OBJETIVO-AN   TO WK-DATOS-REGISTRO       00005260
                                                                        00005270
                   PERFORM 9000-CANCELACION                             00005280
                      THRU 9000-CANCELACION-EXIT                        00005290
                                                                        00005300
               END-IF                                                   00005310
               MOVE WK-MES-OBJETIVO-AN       TO WK-MES-OBJETIVO         00005320
           END-IF                                                       00005330
                                                                        00005340
           IF  WK-ANOS-VALIDEZ-AN NUMERIC                               00005350
           AND WK-ANOS-VALIDEZ-AN > ZEROES                              00005360
               MOVE WK-ANOS-VALIDEZ-AN       TO WK-ANOS-VALIDEZ         00005370
           ELSE                                                         00005380
               MOVE CN-ANOS-VALIDEZ          TO WK-ANOS-VALIDEZ         00005390
           END-IF                                                       00005400
                                                                        00005410
      *--  LA TARJETA RENOVADA CADUCA EN EL MISMO MES, TANTOS ANOS      00005420
      *--  DESPUES COMO ANOS DE VALIDEZ.                                00005430
           COMPUTE WK-NUEVA-CADUCIDAD =                                 00005440
                   WK-MES-OBJETIVO + WK-ANOS-VALIDEZ * CN-100           00005450
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
           OPEN INPUT  MPCHRVE1                                         00005580
                OUTPUT MPCHRVS1                                         00005590
                       MPCHRVS2                                         00005600
                                                                        00005610
           IF  FS-MPCHRVE1 NOT = CA-FS-OK                               00005620
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005630
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005640
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005650
               MOVE CA-MPCHRVE1              TO WK-DDNAME               00005660
               MOVE FS-MPCHRVE1              TO WK-FILE-STATUS          00005670
                                                                        00005680
               PERFORM 9000-CANCELACION                                 00005690
                  THRU 9000-CANCELACION-EXIT                            00005700
                                                                        00005710
           END-IF                                                       00005720
                                                                        00005730
           IF  FS-MPCHRVS1 NOT = CA-FS-OK                               00005740
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005750
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005760
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005770
               MOVE CA-MPCHRVS1              TO WK-DDNAME               00005780
               MOVE FS-MPCHRVS1              TO WK-FILE-STATUS          00005790
                                                                        00005800
               PERFORM 9000-CANCELACION                                 00005810
                  THRU 9000-CANCELACION-EXIT                            00005820
                                                                        00005830
           END-IF                                                       00005840
                                                                        00005850
           IF  FS-MPCHRVS2 NOT = CA-FS-OK                               00005860
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005870
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005880
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005890
               MOVE CA-MPCHRVS2              TO WK-DDNAME               00005900
               MOVE FS-MPCHRVS2              TO WK-FILE-STATUS          00005910
                                                                        00005920
               PERFORM 9000-CANCELACION                                 00005930
                  THRU 9000-CANCELACION-EXIT                            00005940
                                                                        00005950
           END-IF                                                       00005960
                                                                        00005970
           .                                                            00005980
       1100-ABRIR-FICHEROS-EXIT.                                        00005990
           EXIT.                                                        00006000
                                                                        00006010
      ******************************************************************00006020
      ***                   2000-PROCESO                             ***00006030
      ***                   ------------                             ***00006040
      * SE TRATA LA TARJETA LEIDA Y SE LEE LA SIGUIENTE.               *00006050
      ******************************************************************00006060
       2000-PROCESO.                                                    00006070
                                                                        00006080
           PERFORM 2100-SELECCIONAR-TARJETA                             00006090
              THRU 2100-SELECCIONAR-TARJETA-EXIT                        00006100
                                                                        00006110
           PERFORM 9100-LEER-MPCHRVE1                                   00006120
              THRU 9100-LEER-MPCHRVE1-EXIT                              00006130
                                                                        00006140
           .                                                            00006150
       2000-PROCESO-EXIT.                                               00006160
           EXIT.                                                        00006170
                                                                        00006180
      ******************************************************************00006190
      ***                   2100-SELECCIONAR-TARJETA                 ***00006200
      ***                   ------------------------                 ***00006210
      * SOLO SE TRATAN LAS TARJETAS QUE CADUCAN EN EL MES OBJETIVO.    *00006220
      * SE APLICAN LAS EXCLUSIONES POR ESTE ORDEN: NO RENOVABLE, BAJA  *00006230
      * DE LA TARJETA, CONTRATO Y BLOQUEO ANTIFRAUDE; LA TARJETA QUE   *00006240
      * LAS SUPERA TODAS SE RENUEVA.                                   *00006250
      ******************************************************************00006260
       2100-SELECCIONAR-TARJETA.                                        00006270
                                                                        00006280
           IF  WK-CADTARJ-009 NOT = WK-MES-OBJETIVO                     00006290
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00006300
           END-IF                                                       00006310
                                                                        00006320
           ADD CN-1                          TO CT-CADUCAN              00006330
                                                                        00006340
           IF  WK-INDNOREN-009 = CN-NO-RENOVAR                          00006350
               MOVE CA-MOT-NO-RENOVAR        TO WK-MOTIVO-EXCLUSION     00006360
               MOVE CA-TXT-NO-RENOVAR        TO WK-TEXTO-EXCLUSION      00006370
               ADD CN-1                      TO CT-EXC-NO-RENOVAR       00006380
               PERFORM 2400-EXCLUIR-TARJETA                             00006390
                  THRU 2400-EXCLUIR-TARJETA-EXIT                        00006400
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00006410
           END-IF                                                       00006420
                                                                        00006430
           IF  WK-FECBAJA-009 NOT = SPACES                              00006440
           AND WK-FECBAJA-009 NOT = CA-FECHA-ABIERTA                    00006450
               MOVE CA-MOT-BAJA              TO WK-MOTIVO-EXCLUSION     00006460
               MOVE CA-TXT-BAJA              TO WK-TEXTO-EXCLUSION      00006470
               ADD CN-1                      TO CT-EXC-BAJA             00006480
               PERFORM 2400-EXCLUIR-TARJETA                             00006490
                  THRU 2400-EXCLUIR-TARJETA-EXIT                        00006500
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00006510
           END-IF                                                       00006520
                                                                        00006530
           MOVE SPACES                       TO WK-MOTIVO-EXCLUSION     00006540
                                                                        00006550
           PERFORM 2200-CONTROL-CONTRATO                                00006560
              THRU 2200-CONTROL-CONTRATO-EXIT                           00006570
                                                                        00006580
           IF  WK-MOTIVO-EXCLUSION = SPACES                             00006590
               PERFORM 2250-CONTROL-FRAUDE                              00006600
                  THRU 2250-CONTROL-FRAUDE-EXIT                         00006610
           END-IF                                                       00006620
                                                                        00006630
           IF  WK-MOTIVO-EXCLUSION NOT = SPACES                         00006640
               PERFORM 2400-EXCLUIR-TARJETA                             00006650
                  THRU 2400-EXCLUIR-TARJETA-EXIT                        00006660
               GO TO 2100-SELECCIONAR-TARJETA-EXIT                      00006670
           END-IF                                                       00006680
                                                                        00006690
           PERFORM 2300-GENERAR-RENOVACION                              00006700
              THRU 2300-GENERAR-RENOVACION-EXIT                         00006710
                                                                        00006720
           .                                                            00006730
       2100-SELECCIONAR-TARJETA-EXIT.                                   00006740
           EXIT.                                                        00006750
                                                                        00006760
      ******************************************************************00006770
      ***                   2200-CONTROL-CONTRATO                    ***00006780
      ***                   ---------------------                    ***00006790
      * SE CONSULTA EN MPDT007 EL CONTRATO DE LA TARJETA. SE EXCLUYE   *00006800
      * SI NO EXISTE O SI ESTA DADO DE BAJA.                           *00006810
      ******************************************************************00006820
       2200-CONTROL-CONTRATO.                                           00006830
                                                                        00006840
           INITIALIZE DCLMPDT007                                        00006850
                                                                        00006860
           EXEC SQL                                                     00006870
                SELECT CHAR(E1003_FECBAJA, ISO)                         00006880
                  INTO :E1003-FECBAJA                                   00006890
                  FROM MPDT007                                          00006900
                 WHERE E1003_CDGENTI  = :WK-CDGENTI-009                 00006910
                   AND E1003_CENTALTA = :WK-CENTALTA-009                00006920
                   AND E1003_CUENTNU  = :WK-CUENTNU-009                 00006930
           END-EXEC                                                     00006940
                                                                        00006950
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006960
                                                                        00006970
           EVALUATE  TRUE                                               00006980
               WHEN  DB2-OK                                             00006990
                     IF  E1003-FECBAJA NOT = CA-FECHA-SIN-BAJA          00007000
                         MOVE CA-MOT-CANCELADO                          00007010
                                             TO WK-MOTIVO-EXCLUSION     00007020
                         MOVE CA-TXT-CANCELADO                          00007030
                                             TO WK-TEXTO-EXCLUSION      00007040
                         ADD CN-1            TO CT-EXC-CONTRATO         00007050
                     END-IF                                             00007060
                                                                        00007070
               WHEN  DB2-CLV-NOT-FOUND                                  00007080
                     MOVE CA-MOT-SIN-CONTRATO                           00007090
                                             TO WK-MOTIVO-EXCLUSION     00007100
                     MOVE CA-TXT-SIN-CONTRATO                           00007110
                                             TO WK-TEXTO-EXCLUSION      00007120
                     ADD CN-1                TO CT-EXC-CONTRATO         00007130
                                                                        00007140
               WHEN  OTHER                                              00007150
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007160
                     MOVE CA-ERR-CONTRATO    TO WK-DESCRIPCION          00007170
                     MOVE CA-PRF-2200        TO WK-PARRAFO              00007180
                     MOVE CA-MPCHRNV         TO WK-RUTINA               00007190
                     MOVE CA-MPDT007         TO WK-TABLA-DB2            00007200
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00007210
                                                                        00007220
                     PERFORM 9000-CANCELACION                           00007230
                        THRU 9000-CANCELACION-EXIT                      00007240
                                                                        00007250
           END-EVALUATE                                                 00007260
                                                                        00007270
           .                                                            00007280
       2200-CONTROL-CONTRATO-EXIT.                                      00007290
           EXIT.                                                        00007300
                                                                        00007310
      ******************************************************************00007320
      ***                   2250-CONTROL-FRAUDE                      ***00007330
      ***                   -------------------                      ***00007340
      * SE CONTRASTA EL XPAN DE LA TARJETA CONTRA LOS BLOQUEOS         *00007350
      * ANTIFRAUDE ACTIVOS.                                            *00007360
      ******************************************************************00007370
       2250-CONTROL-FRAUDE.                                             00007380
                                                                        00007390
           INITIALIZE DCLFRAUDE-BLOQUEO                                 00007400
                                                                        00007410
           EXEC SQL                                                     00007420
                SELECT G3199_CODBLOQUEO                                 00007430
                  INTO :G3199-CODBLOQUEO                                00007440
                  FROM FRAUDE_BLOQUEO                                   00007450
                 WHERE G3199_XPAN      = :WK-XPAN-009                   00007460
                   AND G3199_INDACTIVO = 'S'                            00007470
           END-EXEC                                                     00007480
                                                                        00007490
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007500
                                                                        00007510
           EVALUATE  TRUE                                               00007520
               WHEN  DB2-OK                                             00007530
                     MOVE CA-MOT-FRAUDE      TO WK-MOTIVO-EXCLUSION     00007540
                     MOVE CA-TXT-FRAUDE      TO WK-TEXTO-EXCLUSION      00007550
                     ADD CN-1                TO CT-EXC-FRAUDE           00007560
                                                                        00007570
               WHEN  DB2-CLV-NOT-FOUND                                  00007580
                     CONTINUE                                           00007590
                                                                        00007600
               WHEN  OTHER                                              00007610
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007620
                     MOVE CA-ERR-FRAUDE      TO WK-DESCRIPCION          00007630
                     MOVE CA-PRF-2250        TO WK-PARRAFO              00007640
                     MOVE CA-MPCHRNV         TO WK-RUTINA               00007650
                     MOVE CA-FRAUDE-BLOQUEO  TO WK-TABLA-DB2            00007660
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00007670
                                                                        00007680
                     PERFORM 9000-CANCELACION                           00007690
                        THRU 9000-CANCELACION-EXIT                      00007700
                                                                        00007710
           END-EVALUATE                                                 00007720
                                                                        00007730
           .                                                            00007740
       2250-CONTROL-FRAUDE-EXIT.                                        00007750
           EXIT.                                                        00007760
                                                                        00007770
      ******************************************************************00007780
      ***                   2300-GENERAR-RENOVACION                  ***00007790
      ***                   -----------------------                  ***00007800
      * SE ESCRIBE LA PETICION DE RENOVACION: EL MISMO REGISTRO DEL    *00007810
      * CENSO CON LA CADUCIDAD Y LA EMISION ACTUALES PASADAS A LAS     *00007820
      * ANTERIORES Y LAS NUEVAS EN SU LUGAR. TRAS LA EMISION 999 SE    *00007830
      * VUELVE A LA 1.                                                 *00007840
      ******************************************************************00007850
       2300-GENERAR-RENOVACION.                                         00007860
                                                                        00007870
           IF  WK-ISSUENUM-009 NOT < CN-MAX-EMISION                     00007880
               MOVE CN-1                     TO WK-NUEVA-EMISION        00007890
           ELSE                                                         00007900
               COMPUTE WK-NUEVA-EMISION = WK-ISSUENUM-009 + CN-1        00007910
           END-IF                                                       00007920
                                                                        00007930
           MOVE WK-CADTARJ-009               TO WK-CADANTTJ-009         00007940
           MOVE WK-NUEVA-CADUCIDAD           TO WK-CADTARJ-009          00007950
           MOVE WK-ISSUENUM-009              TO WK-ISSUEANT-009         00007960
           MOVE WK-NUEVA-EMISION             TO WK-ISSUENUM-009         00007970
                                                                        00007980
           WRITE REG-MPCHRVS1                FROM WK-REGISTRO           00007990
                                                                        00008000
           IF  FS-MPCHRVS1 NOT = CA-FS-OK                               00008010
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008020
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00008030
               MOVE CA-PRF-2300              TO WK-PARRAFO              00008040
               MOVE CA-MPCHRVS1              TO WK-DDNAME               00008050
               MOVE FS-MPCHRVS1              TO WK-FILE-STATUS          00008060
               MOVE WK-REGISTRO              TO WK-DATOS-REGISTRO       00008070
                                                                        00008080
               PERFORM 9000-CANCELACION                                 00008090
                  THRU 9000-CANCELACION-EXIT                            00008100
                                                                        00008110
           END-IF                                                       00008120
                                                                        00008130
           ADD CN-1                          TO CT-GENERADAS            00008140
                                                                        00008150
           MOVE SPACES                       TO WK-LINEA-DETALLE        00008160
           PERFORM 2500-DATOS-DETALLE                                   00008170
              THRU 2500-DATOS-DETALLE-EXIT                              00008180
                                                                        00008190
           MOVE WK-CADANTTJ-009              TO WD-CADUCIDAD            00008200
           MOVE WK-NUEVA-CADUCIDAD           TO WD-NUEVA-CADUCIDAD      00008210
           MOVE WK-NUEVA-EMISION             TO WD-NUEVA-EMISION        00008220
           MOVE CA-GENERADA                  TO WD-RESULTADO            00008230
                                                                        00008240
           MOVE WK-LINEA-DETALLE             TO REG-MPCHRVS2            00008250
           PERFORM 9200-ESCRIBIR-LISTADO                                00008260
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00008270
                                                                        00008280
           .                                                            00008290
       2300-GENERAR-RENOVACION-EXIT.                                    00008300
           EXIT.                                                        00008310
                                                                        00008320
      ******************************************************************00008330
      ***                   2400-EXCLUIR-TARJETA                     ***00008340
      ***                   --------------------                     ***00008350
      * SE ANOTA EN EL LISTADO LA TARJETA EXCLUIDA CON SU MOTIVO.      *00008360
      ******************************************************************00008370
       2400-EXCLUIR-TARJETA.                                            00008380
                                                                        00008390
           MOVE SPACES                       TO WK-LINEA-DETALLE        00008400
           PERFORM 2500-DATOS-DETALLE                                   00008410
              THRU 2500-DATOS-DETALLE-EXIT                              00008420
                                                                        00008430
           MOVE WK-CADTARJ-009               TO WD-CADUCIDAD            00008440
           MOVE CA-EXCLUIDA                  TO WD-RESULTADO            00008450
           MOVE WK-MOTIVO-EXCLUSION          TO WD-MOTIVO               00008460
           MOVE WK-TEXTO-EXCLUSION           TO WD-TEXTO                00008470
                                                                        00008480
           MOVE WK-LINEA-DETALLE             TO REG-MPCHRVS2            00008490
           PERFORM 9200-ESCRIBIR-LISTADO                                00008500
              THRU 9200-ESCRIBIR-LISTADO-EXIT                           00008510
                                                                        00008520
           .                                                            00008530
       2400-EXCLUIR-TARJETA-EXIT.                                       00008540
           EXIT.                                                        00008550
                                                                        00008560
      ******************************************************************00008570
      ***                   2500-DATOS-DETALLE                       ***00008580
      ***                   ------------------                       ***00008590
      * SE INFORMAN EN LA LINEA DE DETALLE LOS DATOS DE LA TARJETA.    *00008600
      ******************************************************************00008610
       2500-DATOS-DETALLE.                                              00008620
                                                                        00008630
           MOVE WK-CDGENTI-009               TO WD-CDGENTI              00008640
           MOVE WK-CENTALTA-009              TO WD-CENTALTA             00008650
           MOVE WK-CUENTNU-009               TO WD-CUENTNU              00008660
           MOVE WK-INDTIPT-009               TO WD-INDTIPT              00008680
                                                                        00008682
           PERFORM 2550-ENMASCARAR-XPAN                                 00008684
              THRU 2550-ENMASCARAR-XPAN-EXIT                            00008686
                                                                        00008690
           .                                                            00008700
       2500-DATOS-DETALLE-EXIT.                                         00008710
           EXIT.                                                        00008711
                                                                        00008712
      ******************************************************************00008713
      ***                   2550-ENMASCARAR-XPAN                     ***00008714
      ***                   --------------------                     ***00008715
      * SE INFORMA EN LA LINEA DE DETALLE EL XPAN ENMASCARADO SEGUN LA *00008716
      * POLITICA DEL LISTADO MPCHRVS2 (RUTINA MPBAMSK).                *00008717
      ******************************************************************00008718
       2550-ENMASCARAR-XPAN.                                            00008719
                                                                        00008720
           INITIALIZE MPYAMSK                                           00008721
                                                                        00008722
           MOVE WK-PROGRAMA                  TO MPYAMSK-PROGRAMA-E      00008723
           MOVE CA-MPCHRVS2                  TO MPYAMSK-DDNAME-E        00008724
           MOVE WK-XPAN-009                  TO MPYAMSK-XPAN-E          00008725
                                                                        00008726
           CALL CA-MPBAMSK               USING MPYAMSK                  00008727
                                                                        00008728
           IF  MPYAMSK-RETORNO NOT = CA-00                              00008729
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008730
               MOVE CA-ERR-ENMASCARAR        TO WK-DESCRIPCION          00008731
               MOVE CA-PRF-2550              TO WK-PARRAFO              00008732
               MOVE CA-MPBAMSK               TO WK-RUTINA               00008733
               MOVE MPYAMSK-TABLA            TO WK-TABLA-DB2            00008734
               MOVE MPYAMSK-ACCESO           TO WK-DATOS-ACCESO         00008735
                                                                        00008736
               PERFORM 9000-CANCELACION                                 00008737
                  THRU 9000-CANCELACION-EXIT                            00008738
                                                                        00008739
           END-IF                                                       00008740
                                                                        00008741
           MOVE MPYAMSK-XPAN-S               TO WD-XPAN                 00008742
                                                                        00008743
           .                                                            00008744
       2550-ENMASCARAR-XPAN-EXIT.                                       00008745
           EXIT.                                                        00008746
                                                                        00008747
      ******************************************************************00008748
      ***                   3000-FIN                                 ***00008750
      ***                   --------                                 ***00008760
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS DE LA   *00008770
      * EJECUCION.                                                     *00008780
      ******************************************************************00008790
       3000-FIN.                                                        00008800
                                                                        00008810
           PERFORM 3100-CERRAR-FICHEROS                                 00008820
              THRU 3100-CERRAR-FICHEROS-EXIT                            00008830
                                                                        00008840
           PERFORM 3200-ESTADISTICAS                                    00008850
              THRU 3200-ESTADISTICAS-EXIT                               00008860
                                                                        00008870
           STOP RUN                                                     00008880
                                                                        00008890
           .                                                            00008900
       3000-FIN-EXIT.                                                   00008910
           EXIT.                                                        00008920
                                                                        00008930
      ******************************************************************00008940
      ***                   3100-CERRAR-FICHEROS                     ***00008950
      ***                   ---------------------                    ***00008960
      * SE CIERRAN LOS FICHEROS.                                       *00008970
      ******************************************************************00008980
       3100-CERRAR-FICHEROS.                                            00008990
                                                                        00009000
           CLOSE MPCHRVE1                                               00009010
                 MPCHRVS1                                               00009020
                 MPCHRVS2                                               00009030
                                                                        00009040
           IF  FS-MPCHRVS1 NOT = CA-FS-OK                               00009050
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009060
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00009070
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009080
               MOVE CA-MPCHRVS1              TO WK-DDNAME               00009090
               MOVE FS-MPCHRVS1              TO WK-FILE-STATUS          00009100
                                                                        00009110
               PERFORM 9000-CANCELACION                                 00009120
                  THRU 9000-CANCELACION-EXIT                            00009130
                                                                        00009140
           END-IF                                                       00009150
                                                                        00009160
           IF  FS-MPCHRVS2 NOT = CA-FS-OK                               00009170
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009180
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00009190
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009200
               MOVE CA-MPCHRVS2              TO WK-DDNAME               00009210
               MOVE FS-MPCHRVS2              TO WK-FILE-STATUS          00009220
                                                                        00009230
               PERFORM 9000-CANCELACION                                 00009240
                  THRU 9000-CANCELACION-EXIT                            00009250
                                                                        00009260
           END-IF                                                       00009270
                                                                        00009280
           .                                                            00009290
       3100-CERRAR-FICHEROS-EXIT.                                       00009300
           EXIT.                                                        00009310
                                                                        00009320
      ******************************************************************00009330
      ***                   3200-ESTADISTICAS                        ***00009340
      ***                   -----------------                        ***00009350
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009360
      ******************************************************************00009370
       3200-ESTADISTICAS.                                               00009380
                                                                        00009390
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00009400
           MOVE CT-CADUCAN                    TO WK-CADUCAN-ED          00009410
           MOVE CT-GENERADAS                  TO WK-GENERADAS-ED        00009420
           MOVE CT-EXC-NO-RENOVAR             TO WK-EXC-NO-RENOVAR-ED   00009430
           MOVE CT-EXC-BAJA                   TO WK-EXC-BAJA-ED         00009440
           MOVE CT-EXC-CONTRATO               TO WK-EXC-CONTRATO-ED     00009450
           MOVE CT-EXC-FRAUDE                 TO WK-EXC-FRAUDE-ED       00009460
                                                                        00009470
           DISPLAY WK-CAB-1                                             00009480
           DISPLAY WK-CAB-2                                             00009490
           DISPLAY WK-CAB-1                                             00009500
           DISPLAY WK-CAB-3                                             00009510
           DISPLAY WK-CAB-4                                             00009520
           DISPLAY WK-CAB-5                                             00009530
           DISPLAY WK-CAB-6                                             00009540
           DISPLAY WK-CAB-7                                             00009550
           DISPLAY WK-CAB-8                                             00009560
           DISPLAY WK-CAB-9                                             00009570
           DISPLAY WK-CAB-1                                             00009580
                                                                        00009590
           .                                                            00009600
       3200-ESTADISTICAS-EXIT.                                          00009610
           EXIT.                                                        00009620
                                                                        00009630
      ******************************************************************00009640
      ***                   9100-LEER-MPCHRVE1                       ***00009650
      ***                   ------------------                       ***00009660
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO.                         *00009670
      ******************************************************************00009680
       9100-LEER-MPCHRVE1.                                              00009690
                                                                        00009700
           READ MPCHRVE1                     INTO WK-REGISTRO           00009710
           AT END                                                       00009720
                SET SI-FIN-MPCHRVE1          TO TRUE                    00009730
           END-READ                                                     00009740
                                                                        00009750
           IF  FS-MPCHRVE1 NOT = CA-FS-OK AND CA-FS-EOF                 00009760
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009770
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00009780
               MOVE CA-PRF-9100              TO WK-PARRAFO              00009790
               MOVE CA-MPCHRVE1              TO WK-DDNAME               00009800
               MOVE FS-MPCHRVE1              TO WK-FILE-STATUS          00009810
                                                                        00009820
               PERFORM 9000-CANCELACION                                 00009830
                  THRU 9000-CANCELACION-EXIT                            00009840
                                                                        00009850
           END-IF                                                       00009860
                                                                        00009870
           IF  NO-FIN-MPCHRVE1                                          00009880
               ADD CN-1                      TO CT-LEIDAS               00009890
           END-IF                                                       00009900
                                                                        00009910
           .                                                            00009920
       9100-LEER-MPCHRVE1-EXIT.                                         00009930
           EXIT.                                                        00009940
                                                                        00009950
      ******************************************************************00009960
      ***                   9200-ESCRIBIR-LISTADO                    ***00009970
      ***                   ---------------------                    ***00009980
      * SE ESCRIBE UNA LINEA DEL LISTADO DE TARJETAS.                  *00009990
      ******************************************************************00010000
       9200-ESCRIBIR-LISTADO.                                           00010010
                                                                        00010020
           WRITE REG-MPCHRVS2                                           00010030
                                                                        00010040
           IF  FS-MPCHRVS2 NOT = CA-FS-OK                               00010050
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010060
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010070
               MOVE CA-PRF-9200              TO WK-PARRAFO              00010080
               MOVE CA-MPCHRVS2              TO WK-DDNAME               00010090
               MOVE FS-MPCHRVS2              TO WK-FILE-STATUS          00010100
               MOVE REG-MPCHRVS2             TO WK-DATOS-REGISTRO       00010110
                                                                        00010120
               PERFORM 9000-CANCELACION                                 00010130
                  THRU 9000-CANCELACION-EXIT                            00010140
                                                                        00010150
           END-IF                                                       00010160
                                                                        00010170
           .                                                            00010180
       9200-ESCRIBIR-LISTADO-EXIT.                                      00010190
           EXIT.                                                        00010200
                                                                        00010210
      ******************************************************************00010220
      ***                   9000-CANCELACION                         ***00010230
      ***                   ----------------                         ***00010240
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00010250
      ******************************************************************00010260
       9000-CANCELACION.                                                00010270
                                                                        00010280
           MOVE CA-RESP                       TO WK-RESPONSABLE         00010290
                                                                        00010300
           EVALUATE  TRUE                                               00010310
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00010320
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010330
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010340
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00010350
                         RESPONSABLE('WK-RESPONSABLE')                  00010360
                         DESCRIPCION('WK-DESCRIPCION')                  00010370
                         PROGRAMA('WK-PROGRAMA')                        00010380
                         PARRAFO('WK-PARRAFO')                          00010390
                         SQLCA('SQLCA')                                 00010400
                         TABLA_DB2('WK-TABLA-DB2')                      00010410
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00010420
                     END-FUN                                            00010430
                                                                        00010440
               WHEN  OTHER                                              00010450
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010460
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010470
                         RESPONSABLE('WK-RESPONSABLE')                  00010480
                         DESCRIPCION('WK-DESCRIPCION')                  00010490
                         PROGRAMA('WK-PROGRAMA')                        00010500
                         PARRAFO('WK-PARRAFO')                          00010510
                         DDNAME('WK-DDNAME')                            00010520
                         FILE_STATUS('WK-FILE-STATUS')                  00010530
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00010540
                     END-FUN                                            00010550
                                                                        00010560
           END-EVALUATE                                                 00010570
                                                                        00010580
           .                                                            00010590
       9000-CANCELACION-EXIT.                                           00010600
           EXIT.                                                        00010610
