      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    KJBCCSP.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  KJ.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH QUE REPARTE EL FICHERO DIARIO DE   *00000110
      *               MOVIMIENTOS KJBCRLE1 EN UNA PARTICION SEGUN UN   *00000120
      *               RANGO DE EMPRESA (IDEMPR), PARA QUE VARIAS       *00000130
      *               INSTANCIAS PARALELAS DE KJBCCRL CONSOLIDEN CADA  *00000140
      *               UNA LA SUYA. SE LANZA UNA VEZ POR PARTICION, CON *00000150
      *               UN RANGO DISTINTO POR SYSIN Y UNA ASIGNACION JCL *00000160
      *               DISTINTA DE KJBCSPS1/KJBCSPA1. LA PARTICION ES   *00000170
      *               UN KJBCRLE1 VALIDO: CONSERVA LOS BLOQUES *CAB    *00000180
      *               DEL ORIGINAL Y TERMINA EN UNA COLA *FIN CON EL   *00000190
      *               NUMERO DE MOVIMIENTOS Y EL TOTAL DE CONTROL DE   *00000200
      *               IMPORTES DE LA PROPIA PARTICION. EL REGISTRO DE  *00000210
      *               AUDITORIA KJBCSPA1 ALIMENTA EL VERIFICADOR       *00000220
      *               KJBCCFN, QUE CERTIFICA EL REPARTO COMPLETO.      *00000230
      *               EL PASO DE CONSOLIDACION KJBCCRL QUEDA EN        *00000240
      *               EJECUCION EN LA TABLA DE CONTROL HASTA QUE       *00000250
      *               KJBCCFN LO DA POR FINALIZADO.                    *00000260
      *-                                                              -*00000270
      *  PARAMETROS DE ENTRADA POR SYSIN:                              *00000280
      *        WK-IDEMPR-DESDE : EMPRESA EN LA QUE COMIENZA EL RANGO   *00000290
      *                   DE ESTA PARTICION (INCLUSIVE).               *00000300
      *        WK-IDEMPR-HASTA : EMPRESA EN LA QUE TERMINA EL RANGO    *00000310
      *                   DE ESTA PARTICION (INCLUSIVE).               *00000320
      *        WK-INSTANCIA : NOMBRE DE LA INSTANCIA DE KJBCCRL QUE    *00000330
      *                   CONSOLIDARA LA PARTICION.                    *00000340
      *-                                                              -*00000350
      *  FICHEROS DE ENTRADA:                                          *00000360
      *        KJBCSPE1 : FICHERO COMPLETO DE MOVIMIENTOS DEL DIA,     *00000370
      *                   CON CABECERA (*CAB) Y COLA (*FIN).           *00000380
      *-                                                              -*00000390
      *  FICHEROS DE SALIDA:                                           *00000400
      *        KJBCSPS1 : PARTICION CON EL LAYOUT DE KJBCRLE1 (64      *00000410
      *                   BYTES), LISTA PARA UNA INSTANCIA DE KJBCCRL. *00000420
      *        KJBCSPA1 : REGISTRO DE AUDITORIA DE LA PARTICION PARA   *00000430
      *                   EL MANIFIESTO DE KJBCCFN.                    *00000440
      *-                                                              -*00000450
      *  RUTINAS Y MODULOS:                                            *00000460
      *        XXBARUN : RUTINA DE CONTROL DE EJECUCIONES BATCH.       *00000470
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000480
      *                  CANCELACION DEL PROGRAMA CON ERROR.           *00000490
      ******************************************************************00000500
      *                  M O D I F I C A C I O N E S                   *00000510
      *                  ---------------------------                   *00000520
      *                                                                *00000530
      * USUARIO  FECHA        DESCRIPCION                              *00000540
      * -------- ----------   ---------------------------------------- *00000550
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. REPARTO POR      *00000560
      *                        RANGO DE EMPRESA DEL FICHERO DE         *00000570
      *                        MOVIMIENTOS DE KJBCCRL.                 *00000580
      *                                                                *00000590
      ******************************************************************00000600
                                                                        00000610
      ******************************************************************00000620
      * IDENTIFICATION DIVISION                                        *00000630
      ******************************************************************00000640
       IDENTIFICATION DIVISION.                                         00000650
       PROGRAM-ID.    KJBCCSP.                                          00000660
       AUTHOR.        VIEWNEXT.                                         00000670
       DATE-WRITTEN.  15-10-2026.                                       00000680
       DATE-COMPILED.                                                   00000690
                                                                        00000700
      ******************************************************************00000710
      * ENVIRONMENT DIVISION                                           *00000720
      ******************************************************************00000730
       ENVIRONMENT DIVISION.                                            00000740
                                                                        00000750
      *----------------------------------------------------------------*00000760
      * CONFIGURATION SECTION                                          *00000770
      *----------------------------------------------------------------*00000780
       CONFIGURATION SECTION.                                           00000790
                                                                        00000800
       SOURCE-COMPUTER. IBM-3090.                                       00000810
       OBJECT-COMPUTER. IBM-3090.                                       00000820
       SPECIAL-NAMES.                                                   00000830
           DECIMAL-POINT IS COMMA.                                      00000840
                                                                        00000850
      *----------------------------------------------------------------*00000860
      * INPUT OUTPUT SECTION                                           *00000870
      *----------------------------------------------------------------*00000880
       INPUT-OUTPUT SECTION.                                            00000890
       FILE-CONTROL.                                                    00000900
                                                                        00000910
      * -- FICHERO COMPLETO DE MOVIMIENTOS A REPARTIR.                  00000920
           SELECT KJBCSPE1 ASSIGN KJBCSPE1                              00000930
                  ACCESS MODE IS SEQUENTIAL                             00000940
                  FILE STATUS IS FS-KJBCSPE1.                           00000950
                                                                        00000960
      * -- PARTICION DE SALIDA PARA ESTA INSTANCIA.                     00000970
           SELECT KJBCSPS1 ASSIGN KJBCSPS1                              00000980
                  ACCESS MODE IS SEQUENTIAL                             00000990
                  FILE STATUS IS FS-KJBCSPS1.                           00001000
                                                                        00001010
      * -- REGISTRO DE AUDITORIA DE LA PARTICION.                       00001020
           SELECT KJBCSPA1 ASSIGN KJBCSPA1                              00001030
                  ACCESS MODE IS SEQUENTIAL                             00001040
                  FILE STATUS IS FS-KJBCSPA1.                           00001050
                                                                        00001060
      ******************************************************************00001070
      * DATA DIVISION                                                  *00001080
      ******************************************************************00001090
       DATA DIVISION.                                                   00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
      * FILE SECTION                                                   *00001130
      *----------------------------------------------------------------*00001140
       FILE SECTION.                                                    00001150
                                                                        00001160
       FD  KJBCSPE1                                                     00001170
           BLOCK CONTAINS 0 RECORDS                                     00001180
           RECORDING MODE IS F                                          00001190
           LABEL RECORD ARE STANDARD                                    00001200
           RECORD CONTAINS 64 CHARACTERS                                00001210
           DATA RECORD IS REG-KJBCSPE1.                                 00001220
       01  REG-KJBCSPE1.                                                00001230
           05  RE-IDEMPR                   PIC X(04).                   00001240
           05  FILLER                      PIC X(16).                   00001250
           05  RE-IMPORTE-CONSO            PIC S9(15)V9(2) COMP-3.      00001260
           05  FILLER                      PIC X(35).                   00001270
                                                                        00001280
      * -- REGISTRO DE CABECERA DE CONTROL DEL FICHERO.                 00001290
       01  REG-KJBCSPE1-CAB.                                            00001300
           05  RC-TIPO-REG                 PIC X(04).                   00001310
           05  FILLER                      PIC X(60).                   00001320
                                                                        00001330
      * -- REGISTRO DE COLA DE CONTROL DEL FICHERO.                     00001340
       01  REG-KJBCSPE1-FIN.                                            00001350
           05  RF-TIPO-REG                 PIC X(04).                   00001360
           05  RF-NUM-MOVS                 PIC 9(09).                   00001370
           05  RF-SIGNO-HASH               PIC X(01).                   00001380
           05  RF-HASH-IMPORTES            PIC 9(15)V9(2).              00001390
           05  FILLER                      PIC X(33).                   00001400
                                                                        00001410
       FD  KJBCSPS1                                                     00001420
           BLOCK CONTAINS 0 RECORDS                                     00001430
           RECORDING MODE IS F                                          00001440
           LABEL RECORD ARE STANDARD                                    00001450
           RECORD CONTAINS 64 CHARACTERS                                00001460
           DATA RECORD IS REG-KJBCSPS1.                                 00001470
       01  REG-KJBCSPS1                    PIC X(64).                   00001480
                                                                        00001490
       FD  KJBCSPA1                                                     00001500
           BLOCK CONTAINS 0 RECORDS                                     00001510
           RECORDING MODE IS F                                          00001520
           LABEL RECORD ARE STANDARD                                    00001530
           RECORD CONTAINS 120 CHARACTERS                               00001540
           DATA RECORD IS REG-KJBCSPA1.                                 00001550
       01  REG-KJBCSPA1.                                                00001560
           05  SA-IDEMPR-DESDE             PIC X(04).                   00001570
           05  SA-IDEMPR-HASTA             PIC X(04).                   00001580
           05  SA-INSTANCIA                PIC X(08).                   00001590
           05  SA-FECHA                    PIC 9(08).                   00001600
           05  SA-HORA                     PIC 9(08).                   00001610
           05  SA-LEIDOS                   PIC 9(09).                   00001620
           05  SA-ESCRITOS                 PIC 9(09).                   00001630
           05  SA-DESCARTADOS              PIC 9(09).                   00001640
           05  SA-ORI-NUM-MOVS             PIC 9(09).                   00001650
           05  SA-ORI-SIGNO-HASH           PIC X(01).                   00001660
           05  SA-ORI-HASH-IMPORTES        PIC 9(15)V9(2).              00001670
           05  SA-PAR-SIGNO-HASH           PIC X(01).                   00001680
           05  SA-PAR-HASH-IMPORTES        PIC 9(15)V9(2).              00001690
           05  FILLER                      PIC X(16).                   00001700
                                                                        00001710
      *----------------------------------------------------------------*00001720
      * WORKING-STORAGE SECTION                                        *00001730
      *----------------------------------------------------------------*00001740
       WORKING-STORAGE SECTION.                                         00001750
                                                                        00001760
      ******************************************************************00001770
      *                        S W I T C H E S                         *00001780
      ******************************************************************00001790
       01  SW-SWITCHES.                                                 00001800
           05  SW-FIN-KJBCSPE1             PIC X(01)   VALUE 'N'.       00001810
               88  SI-FIN-KJBCSPE1                     VALUE 'S'.       00001820
               88  NO-FIN-KJBCSPE1                     VALUE 'N'.       00001830
           05  SW-COLA-LEIDA               PIC X(01)   VALUE 'N'.       00001840
               88  SI-COLA-LEIDA                       VALUE 'S'.       00001850
               88  NO-COLA-LEIDA                       VALUE 'N'.       00001860
                                                                        00001870
      ******************************************************************00001880
      *                      C O N S T A N T E S                       *00001890
      ******************************************************************00001900
       01  CT-CONSTANTES.                                               00001910
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001920
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001930
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001940
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001950
      -                            'PAGO'.                              00001960
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001970
               10  CA-KJBCSPE1             PIC X(08)   VALUE 'KJBCSPE1'.00001980
               10  CA-KJBCSPS1             PIC X(08)   VALUE 'KJBCSPS1'.00001990
               10  CA-KJBCSPA1             PIC X(08)   VALUE 'KJBCSPA1'.00002000
               10  CA-TIPO-CAB             PIC X(04)   VALUE '*CAB'.    00002010
               10  CA-TIPO-FIN             PIC X(04)   VALUE '*FIN'.    00002020
               10  CA-SIGNO-MAS            PIC X(01)   VALUE '+'.       00002030
               10  CA-SIGNO-MENOS          PIC X(01)   VALUE '-'.       00002040
               10  CA-ERR-SYSIN            PIC X(43)   VALUE 'PARAMETROS00002050
      -                            ' DE SYSIN INCOMPLETOS O INVALIDOS'. 00002060
               10  CA-ERR-ABRIR            PIC X(12)   VALUE            00002070
                                   'ERROR ABRIR'.                       00002080
               10  CA-ERR-LEER             PIC X(11)   VALUE            00002090
                                   'ERROR LEER'.                        00002100
               10  CA-ERR-ESCRIBIR         PIC X(14)   VALUE            00002110
                                   'ERROR ESCRIB'.                      00002120
               10  CA-ERR-CERRAR           PIC X(13)   VALUE            00002130
                                   'ERROR CERRAR'.                      00002140
               10  CA-ERR-SIN-CABECERA     PIC X(40)   VALUE            00002150
                                   'FICHERO SIN CABECERA *CAB'.         00002160
               10  CA-ERR-SIN-COLA         PIC X(40)   VALUE            00002170
                                   'FICHERO SIN COLA *FIN'.             00002180
               10  CA-ERR-CONTROL          PIC X(50)   VALUE            00002190
                                   'MOVIMIENTOS O IMPORTES SIN CUADRAR'.00002200
               10  CA-PRF-1000             PIC X(11)   VALUE            00002210
                                   '1000-INICIO'.                       00002220
               10  CA-PRF-1100             PIC X(19)   VALUE            00002230
                                   '1100-ABRIR-FICHEROS'.               00002240
               10  CA-PRF-2100             PIC X(20)   VALUE            00002250
                                   '2100-ESCRIBIR-PARTIC'.              00002260
               10  CA-PRF-3000             PIC X(08)   VALUE            00002270
                                   '3000-FIN'.                          00002280
               10  CA-PRF-3050             PIC X(18)   VALUE            00002290
                                   '3050-ESCRIBIR-COLA'.                00002300
               10  CA-PRF-3100             PIC X(20)   VALUE            00002310
                                   '3100-CERRAR-FICHEROS'.              00002320
               10  CA-PRF-3300             PIC X(21)   VALUE            00002330
                                   '3300-ESCRIBIR-AUDITOR'.             00002340
               10  CA-PRF-9100             PIC X(18)   VALUE            00002350
                                   '9100-LEER-KJBCSPE1'.                00002360
                                                                        00002370
           05  CN-CONSTANTES-NUMERICAS.                                 00002380
               10  CN-1                    PIC 9(01)   VALUE 1.         00002390
                                                                        00002400
      ******************************************************************00002410
      *                    C O N T A D O R E S                         *00002420
      ******************************************************************00002430
       01  CT-CONTADORES.                                               00002440
           05  CT-LEIDOS-KJBCSPE1          PIC 9(9)    VALUE ZEROES.    00002450
           05  CT-CABECERAS                PIC 9(9)    VALUE ZEROES.    00002460
           05  CT-MOVS-LEIDOS              PIC 9(9)    VALUE ZEROES.    00002470
           05  CT-MOVS-ESCRITOS            PIC 9(9)    VALUE ZEROES.    00002480
           05  CT-DESCARTADOS              PIC 9(9)    VALUE ZEROES.    00002490
                                                                        00002500
      ******************************************************************00002510
      * PARAMETROS DE ENTRADA POR SYSIN: RANGO DE EMPRESA QUE          *00002520
      * CORRESPONDE A ESTA PARTICION (AMBOS EXTREMOS INCLUSIVE) Y      *00002530
      * NOMBRE DE LA INSTANCIA DE KJBCCRL QUE LA CONSOLIDARA.          *00002540
      ******************************************************************00002550
       01  WK-PARAMETRO-ENTRADA.                                        00002560
           05  WK-IDEMPR-DESDE             PIC X(04).                   00002570
           05  WK-IDEMPR-HASTA             PIC X(04).                   00002580
           05  WK-INSTANCIA                PIC X(08).                   00002590
                                                                        00002600
      ******************************************************************00002610
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002620
      ******************************************************************00002630
       01  WK-ESTADISTICA.                                              00002640
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002650
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002660
      -                            'ICAS DE KJBCCSP                     00002670
      -                            '        *'.                         00002680
           05  WK-CAB-3.                                                00002690
               10  FILLER                  PIC X(45)   VALUE '* REGISTRO00002700
      -                            'S LEIDOS EN KJBCSPE1:            '. 00002710
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002720
               10  FILLER                  PIC X(01)   VALUE '*'.       00002730
           05  WK-CAB-4.                                                00002740
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002750
      -                            'TOS ESCRITOS EN KJBCSPS1:        '. 00002760
               10  WK-ESCRITOS-ED          PIC ZZZZZZZZ9.               00002770
               10  FILLER                  PIC X(01)   VALUE '*'.       00002780
           05  WK-CAB-5.                                                00002790
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002800
      -                            'TOS FUERA DE RANGO (DESCARTADOS):'. 00002810
               10  WK-DESCARTADOS-ED       PIC ZZZZZZZZ9.               00002820
               10  FILLER                  PIC X(01)   VALUE '*'.       00002830
           05  WK-CAB-6.                                                00002840
               10  FILLER                  PIC X(45)   VALUE '* CABECERA00002850
      -                            'S *CAB TRASLADADAS:              '. 00002860
               10  WK-CABECERAS-ED         PIC ZZZZZZZZ9.               00002870
               10  FILLER                  PIC X(01)   VALUE '*'.       00002880
                                                                        00002890
      ******************************************************************00002900
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002910
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002920
      ******************************************************************00002930
       01  WK-CANCELACION-BATCH.                                        00002940
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002950
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002960
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002970
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'KJBCCSP'. 00002980
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002990
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003000
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003010
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003020
                                                                        00003030
      ******************************************************************00003040
      *                      F I L E  S T A T U S                      *00003050
      ******************************************************************00003060
       01  FS-FILE-STATUS.                                              00003070
           05  FS-KJBCSPE1                 PIC X(02)   VALUE SPACES.    00003080
           05  FS-KJBCSPS1                 PIC X(02)   VALUE SPACES.    00003090
           05  FS-KJBCSPA1                 PIC X(02)   VALUE SPACES.    00003100
                                                                        00003110
      ******************************************************************00003120
      *                      V A R I A B L E S                         *00003130
      ******************************************************************00003140
       01  WK-VARIABLES.                                                00003150
           05  WK-NUM-MOVS-COLA            PIC 9(09)   VALUE ZEROES.    00003160
           05  WK-SIGNO-COLA               PIC X(01)   VALUE SPACES.    00003170
           05  WK-HASH-COLA-ABS            PIC 9(15)V9(2)               00003180
                                                       VALUE ZEROES.    00003190
           05  WK-HASH-COLA                PIC S9(15)V9(2) COMP-3       00003200
                                                       VALUE ZEROES.    00003210
           05  WK-SUMA-ORIGINAL            PIC S9(15)V9(2) COMP-3       00003220
                                                       VALUE ZEROES.    00003230
           05  WK-SUMA-PARTICION           PIC S9(15)V9(2) COMP-3       00003240
                                                       VALUE ZEROES.    00003250
           05  WK-FECHA-PROCESO            PIC 9(08)   VALUE ZEROES.    00003260
           05  WK-HORA-PROCESO             PIC 9(08)   VALUE ZEROES.    00003270
                                                                        00003280
      * -- COLA DE CONTROL RECALCULADA PARA LA PARTICION.               00003290
       01  WK-REG-COLA.                                                 00003300
           05  WK-COLA-TIPO-REG            PIC X(04)   VALUE SPACES.    00003310
           05  WK-COLA-NUM-MOVS            PIC 9(09)   VALUE ZEROES.    00003320
           05  WK-COLA-SIGNO-HASH          PIC X(01)   VALUE SPACES.    00003330
           05  WK-COLA-HASH-IMPORTES       PIC 9(15)V9(2)               00003340
                                                       VALUE ZEROES.    00003350
           05  FILLER                      PIC X(33)   VALUE SPACES.    00003360
                                                                        00003370
      ******************************************************************00003380
      *        C O N T R O L   D E   E J E C U C I O N E S             *00003390
      ******************************************************************00003400
       01  CT-CONTROL-EJECUCION.                                        00003410
           05  CA-XXBARUN              PIC X(08)   VALUE 'XXBARUN'.     00003420
           05  CA-RUN-INICIO           PIC X(01)   VALUE 'I'.           00003430
           05  CA-RUN-CONSULTA         PIC X(01)   VALUE 'C'.           00003440
           05  CA-RUN-EN-EJECUCION     PIC X(01)   VALUE 'E'.           00003450
           05  CA-RUN-RETORNO-OK       PIC X(02)   VALUE '00'.          00003460
           05  CA-KJBCCRL              PIC X(08)   VALUE 'KJBCCRL'.     00003470
           05  CA-KJBCCRP              PIC X(08)   VALUE 'KJBCCRP'.     00003480
           05  CA-PRRF-RUN-1900        PIC X(21)   VALUE '1900-CONTROL-A00003490
      -                            'RRANQUE'.                           00003500
           05  CA-ERR-CONTROL-EJEC     PIC X(37)   VALUE 'ERROR EN LA RU00003510
      -                            'TINA DE CONTROL XXBARUN'.           00003520
           05  CA-ERR-CONFLICTO        PIC X(33)   VALUE 'PROCESO EN CON00003530
      -                            'FLICTO EN EJECUCION'.               00003540
                                                                        00003550
      * -- COPY DE COMUNICACION CON LA RUTINA DE CONTROL XXBARUN.       00003560
           COPY XXYARUN.                                                00003570
                                                                        00003580
      ******************************************************************00003590
      *                       PROCEDURE DIVISION                       *00003600
      ******************************************************************00003610
       PROCEDURE DIVISION.                                              00003620
                                                                        00003630
           PERFORM 1000-INICIO                                          00003640
              THRU 1000-INICIO-EXIT                                     00003650
                                                                        00003660
           PERFORM 2000-PROCESO                                         00003670
              THRU 2000-PROCESO-EXIT                                    00003680
             UNTIL SI-FIN-KJBCSPE1                                      00003690
                                                                        00003700
           PERFORM 3000-FIN                                             00003710
              THRU 3000-FIN-EXIT                                        00003720
                                                                        00003730
           .                                                            00003740
                                                                        00003750
      ******************************************************************00003760
      ***                   1000-INICIO                              ***00003770
      ***                   -----------                              ***00003780
      * SE LEEN Y VALIDAN LOS PARAMETROS DE SYSIN, SE MARCA EL PASO DE *00003790
      * CONSOLIDACION EN EJECUCION, SE ABREN LOS FICHEROS Y SE         *00003800
      * COMPRUEBA QUE EL FICHERO EMPIEZA POR SU CABECERA *CAB.         *00003810
      ******************************************************************00003820
       1000-INICIO.                                                     00003830
                                                                        00003840
           INITIALIZE WK-VARIABLES                                      00003850
                      CT-CONTADORES                                     00003860
                                                                        00003870
           SET NO-FIN-KJBCSPE1               TO TRUE                    00003880
           SET NO-COLA-LEIDA                 TO TRUE                    00003890
                                                                        00003900
           ACCEPT WK-IDEMPR-DESDE            FROM SYSIN                 00003910
           ACCEPT WK-IDEMPR-HASTA            FROM SYSIN                 00003920
           ACCEPT WK-INSTANCIA               FROM SYSIN                 00003930
                                                                        00003940
           IF  WK-IDEMPR-DESDE = SPACES OR LOW-VALUES                   00003950
            OR WK-IDEMPR-HASTA = SPACES OR LOW-VALUES                   00003960
            OR WK-INSTANCIA    = SPACES OR LOW-VALUES                   00003970
            OR WK-IDEMPR-DESDE > WK-IDEMPR-HASTA                        00003980
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00003990
               MOVE CA-ERR-SYSIN             TO WK-DESCRIPCION          00004000
               MOVE CA-PRF-1000              TO WK-PARRAFO              00004010
               MOVE WK-PARAMETRO-ENTRADA     TO WK-DATOS-REGISTRO       00004020
                                                                        00004030
               PERFORM 9000-CANCELACION                                 00004040
                  THRU 9000-CANCELACION-EXIT                            00004050
                                                                        00004060
           END-IF                                                       00004070
                                                                        00004080
           PERFORM 1900-CONTROL-ARRANQUE                                00004090
              THRU 1900-CONTROL-ARRANQUE-EXIT                           00004100
                                                                        00004110
           PERFORM 1100-ABRIR-FICHEROS                                  00004120
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004130
                                                                        00004140
           PERFORM 9100-LEER-KJBCSPE1                                   00004150
              THRU 9100-LEER-KJBCSPE1-EXIT                              00004160
                                                                        00004170
           IF  SI-FIN-KJBCSPE1 OR RC-TIPO-REG NOT = CA-TIPO-CAB         00004180
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004190
               MOVE CA-ERR-SIN-CABECERA      TO WK-DESCRIPCION          00004200
               MOVE CA-PRF-1000              TO WK-PARRAFO              00004210
               MOVE CA-KJBCSPE1              TO WK-DDNAME               00004220
               MOVE FS-KJBCSPE1              TO WK-FILE-STATUS          00004230
                                                                        00004240
               PERFORM 9000-CANCELACION                                 00004250
                  THRU 9000-CANCELACION-EXIT                            00004260
                                                                        00004270
           END-IF                                                       00004280
                                                                        00004290
           .                                                            00004300
       1000-INICIO-EXIT.                                                00004310
           EXIT.                                                        00004320
                                                                        00004330
      ******************************************************************00004340
      ***                   1100-ABRIR-FICHEROS                      ***00004350
      ***                   -------------------                      ***00004360
      * SE ABRE EL FICHERO COMPLETO DE ENTRADA, LA PARTICION DE        *00004370
      * SALIDA Y EL REGISTRO DE AUDITORIA DE ESTA INSTANCIA.           *00004380
      ******************************************************************00004390
       1100-ABRIR-FICHEROS.                                             00004400
                                                                        00004410
           OPEN INPUT  KJBCSPE1                                         00004420
                OUTPUT KJBCSPS1                                         00004430
                       KJBCSPA1                                         00004440
                                                                        00004450
           IF  FS-KJBCSPE1 NOT = CA-FS-OK                               00004460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004470
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004480
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004490
               MOVE CA-KJBCSPE1              TO WK-DDNAME               00004500
               MOVE FS-KJBCSPE1              TO WK-FILE-STATUS          00004510
                                                                        00004520
               PERFORM 9000-CANCELACION                                 00004530
                  THRU 9000-CANCELACION-EXIT                            00004540
                                                                        00004550
           END-IF                                                       00004560
                                                                        00004570
           IF  FS-KJBCSPS1 NOT = CA-FS-OK                               00004580
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004590
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004600
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004610
               MOVE CA-KJBCSPS1              TO WK-DDNAME               00004620
               MOVE FS-KJBCSPS1              TO WK-FILE-STATUS          00004630
                                                                        00004640
               PERFORM 9000-CANCELACION                                 00004650
                  THRU 9000-CANCELACION-EXIT                            00004660
                                                                        00004670
           END-IF                                                       00004680
                                                                        00004690
           IF  FS-KJBCSPA1 NOT = CA-FS-OK                               00004700
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004710
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004720
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004730
               MOVE CA-KJBCSPA1              TO WK-DDNAME               00004740
               MOVE FS-KJBCSPA1              TO WK-FILE-STATUS          00004750
                                                                        00004760
               PERFORM 9000-CANCELACION                                 00004770
                  THRU 9000-CANCELACION-EXIT                            00004780
                                                                        00004790
           END-IF                                                       00004800
                                                                        00004810
           .                                                            00004820
       1100-ABRIR-FICHEROS-EXIT.                                        00004830
           EXIT.                                                        00004840
                                                                        00004850
      ******************************************************************00004860
      ***                   2000-PROCESO                             ***00004870
      ***                   ------------                             ***00004880
      * LAS CABECERAS *CAB SE TRASLADAN SIEMPRE A LA PARTICION, PARA   *00004890
      * QUE KJBCCRL CONSERVE EL ORIGEN DE CADA BLOQUE. LA COLA *FIN    *00004900
      * ORIGINAL SE RETIENE PARA LA AUDITORIA Y NO SE COPIA. DE LOS    *00004910
      * MOVIMIENTOS SOLO SE COPIAN LOS DE EMPRESA DENTRO DEL RANGO;    *00004920
      * EL RESTO LOS TRATARA LA PARTICION A LA QUE CORRESPONDAN.       *00004930
      ******************************************************************00004940
       2000-PROCESO.                                                    00004950
                                                                        00004960
           EVALUATE  TRUE                                               00004970
               WHEN  RC-TIPO-REG = CA-TIPO-CAB                          00004980
                     PERFORM 2100-ESCRIBIR-PARTICION                    00004990
                        THRU 2100-ESCRIBIR-PARTICION-EXIT               00005000
                     ADD CN-1                 TO CT-CABECERAS           00005010
                                                                        00005020
               WHEN  RC-TIPO-REG = CA-TIPO-FIN                          00005030
                     SET SI-COLA-LEIDA        TO TRUE                   00005040
                     MOVE RF-NUM-MOVS         TO WK-NUM-MOVS-COLA       00005050
                     MOVE RF-SIGNO-HASH       TO WK-SIGNO-COLA          00005060
                     MOVE RF-HASH-IMPORTES    TO WK-HASH-COLA-ABS       00005070
                                                 WK-HASH-COLA           00005080
                     IF  RF-SIGNO-HASH = CA-SIGNO-MENOS                 00005090
                         COMPUTE WK-HASH-COLA =                         00005100
                                 WK-HASH-COLA * -1                      00005110
                     END-IF                                             00005120
                                                                        00005130
               WHEN  OTHER                                              00005140
                     ADD CN-1                 TO CT-MOVS-LEIDOS         00005150
                     ADD RE-IMPORTE-CONSO     TO WK-SUMA-ORIGINAL       00005160
                                                                        00005170
                     IF  RE-IDEMPR >= WK-IDEMPR-DESDE   AND             00005180
                         RE-IDEMPR <= WK-IDEMPR-HASTA                   00005190
                         PERFORM 2100-ESCRIBIR-PARTICION                00005200
                            THRU 2100-ESCRIBIR-PARTICION-EXIT           00005210
                         ADD CN-1             TO CT-MOVS-ESCRITOS       00005220
                         ADD RE-IMPORTE-CONSO TO WK-SUMA-PARTICION      00005230
                     ELSE                                               00005240
                         ADD CN-1             TO CT-DESCARTADOS         00005250
                     END-IF                                             00005260
                                                                        00005270
           END-EVALUATE                                                 00005280
                                                                        00005290
           PERFORM 9100-LEER-KJBCSPE1                                   00005300
              THRU 9100-LEER-KJBCSPE1-EXIT                              00005310
                                                                        00005320
           .                                                            00005330
       2000-PROCESO-EXIT.                                               00005340
           EXIT.                                                        00005350
                                                                        00005360
      ******************************************************************00005370
      ***                   2100-ESCRIBIR-PARTICION                  ***00005380
      ***                   -----------------------                  ***00005390
      * SE VUELCA EL REGISTRO LEIDO A LA PARTICION SIN MODIFICARLO.    *00005400
      ******************************************************************00005410
       2100-ESCRIBIR-PARTICION.                                         00005420
                                                                        00005430
           WRITE REG-KJBCSPS1 FROM REG-KJBCSPE1                         00005440
                                                                        00005450
           IF  FS-KJBCSPS1 NOT = CA-FS-OK                               00005460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005470
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00005480
               MOVE CA-PRF-2100              TO WK-PARRAFO              00005490
               MOVE CA-KJBCSPS1              TO WK-DDNAME               00005500
               MOVE FS-KJBCSPS1              TO WK-FILE-STATUS          00005510
               MOVE REG-KJBCSPE1             TO WK-DATOS-REGISTRO       00005520
                                                                        00005530
               PERFORM 9000-CANCELACION                                 00005540
                  THRU 9000-CANCELACION-EXIT                            00005550
                                                                        00005560
           END-IF                                                       00005570
                                                                        00005580
           .                                                            00005590
       2100-ESCRIBIR-PARTICION-EXIT.                                    00005600
           EXIT.                                                        00005610
                                                                        00005620
      ******************************************************************00005630
      ***                   3000-FIN                                 ***00005640
      ***                   --------                                 ***00005650
      * SE COMPRUEBA EL FICHERO ORIGINAL CONTRA SU COLA *FIN (UN       *00005660
      * FICHERO INCOMPLETO SE RECHAZA ENTERO, COMO EN KJBCCRL), SE     *00005670
      * ESCRIBE LA COLA DE LA PARTICION Y SU REGISTRO DE AUDITORIA,    *00005680
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS.        *00005690
      ******************************************************************00005700
       3000-FIN.                                                        00005710
                                                                        00005720
           IF  NO-COLA-LEIDA                                            00005730
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005740
               MOVE CA-ERR-SIN-COLA          TO WK-DESCRIPCION          00005750
               MOVE CA-PRF-3000              TO WK-PARRAFO              00005760
               MOVE CA-KJBCSPE1              TO WK-DDNAME               00005770
               MOVE FS-KJBCSPE1              TO WK-FILE-STATUS          00005780
                                                                        00005790
               PERFORM 9000-CANCELACION                                 00005800
                  THRU 9000-CANCELACION-EXIT                            00005810
                                                                        00005820
           END-IF                                                       00005830
                                                                        00005840
           IF  CT-MOVS-LEIDOS   NOT = WK-NUM-MOVS-COLA OR               00005850
               WK-SUMA-ORIGINAL NOT = WK-HASH-COLA                      00005860
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005870
               MOVE CA-ERR-CONTROL           TO WK-DESCRIPCION          00005880
               MOVE CA-PRF-3000              TO WK-PARRAFO              00005890
               MOVE CA-KJBCSPE1              TO WK-DDNAME               00005900
               MOVE FS-KJBCSPE1              TO WK-FILE-STATUS          00005910
               MOVE WK-VARIABLES             TO WK-DATOS-REGISTRO       00005920
                                                                        00005930
               PERFORM 9000-CANCELACION                                 00005940
                  THRU 9000-CANCELACION-EXIT                            00005950
                                                                        00005960
           END-IF                                                       00005970
                                                                        00005980
           PERFORM 3050-ESCRIBIR-COLA                                   00005990
              THRU 3050-ESCRIBIR-COLA-EXIT                              00006000
                                                                        00006010
           PERFORM 3300-ESCRIBIR-AUDITORIA                              00006020
              THRU 3300-ESCRIBIR-AUDITORIA-EXIT                         00006030
                                                                        00006040
           PERFORM 3100-CERRAR-FICHEROS                                 00006050
              THRU 3100-CERRAR-FICHEROS-EXIT                            00006060
                                                                        00006070
           PERFORM 3200-ESTADISTICAS                                    00006080
              THRU 3200-ESTADISTICAS-EXIT                               00006090
                                                                        00006100
           STOP RUN                                                     00006110
                                                                        00006120
           .                                                            00006130
       3000-FIN-EXIT.                                                   00006140
           EXIT.                                                        00006150
                                                                        00006160
      ******************************************************************00006170
      ***                   3050-ESCRIBIR-COLA                       ***00006180
      ***                   ------------------                       ***00006190
      * SE ESCRIBE LA COLA *FIN DE LA PARTICION CON SUS PROPIOS        *00006200
      * NUMERO DE MOVIMIENTOS Y TOTAL DE CONTROL DE IMPORTES, QUE      *00006210
      * KJBCCRL VALIDARA COMO SI FUERA UN KJBCRLE1 COMPLETO.           *00006220
      ******************************************************************00006230
       3050-ESCRIBIR-COLA.                                              00006240
                                                                        00006250
           MOVE CA-TIPO-FIN                  TO WK-COLA-TIPO-REG        00006260
           MOVE CT-MOVS-ESCRITOS             TO WK-COLA-NUM-MOVS        00006270
                                                                        00006280
           IF  WK-SUMA-PARTICION < ZEROES                               00006290
               MOVE CA-SIGNO-MENOS           TO WK-COLA-SIGNO-HASH      00006300
               COMPUTE WK-COLA-HASH-IMPORTES = WK-SUMA-PARTICION * -1   00006310
           ELSE                                                         00006320
               MOVE CA-SIGNO-MAS             TO WK-COLA-SIGNO-HASH      00006330
               MOVE WK-SUMA-PARTICION        TO WK-COLA-HASH-IMPORTES   00006340
           END-IF                                                       00006350
                                                                        00006360
           WRITE REG-KJBCSPS1 FROM WK-REG-COLA                          00006370
                                                                        00006380
           IF  FS-KJBCSPS1 NOT = CA-FS-OK                               00006390
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006400
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00006410
               MOVE CA-PRF-3050              TO WK-PARRAFO              00006420
               MOVE CA-KJBCSPS1              TO WK-DDNAME               00006430
               MOVE FS-KJBCSPS1              TO WK-FILE-STATUS          00006440
               MOVE WK-REG-COLA              TO WK-DATOS-REGISTRO       00006450
                                                                        00006460
               PERFORM 9000-CANCELACION                                 00006470
                  THRU 9000-CANCELACION-EXIT                            00006480
                                                                        00006490
           END-IF                                                       00006500
                                                                        00006510
           .                                                            00006520
       3050-ESCRIBIR-COLA-EXIT.                                         00006530
           EXIT.                                                        00006540
                                                                        00006550
      ******************************************************************00006560
      ***                   3100-CERRAR-FICHEROS                     ***00006570
      ***                   --------------------                     ***00006580
      * SE CIERRAN LOS FICHEROS UTILIZADOS POR EL PROGRAMA.            *00006590
      ******************************************************************00006600
       3100-CERRAR-FICHEROS.                                            00006610
                                                                        00006620
           CLOSE KJBCSPE1                                               00006630
                 KJBCSPS1                                               00006640
                 KJBCSPA1                                               00006650
                                                                        00006660
           IF  FS-KJBCSPE1 NOT = CA-FS-OK                               00006670
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006680
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00006690
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006700
               MOVE CA-KJBCSPE1              TO WK-DDNAME               00006710
               MOVE FS-KJBCSPE1              TO WK-FILE-STATUS          00006720
                                                                        00006730
               PERFORM 9000-CANCELACION                                 00006740
                  THRU 9000-CANCELACION-EXIT                            00006750
                                                                        00006760
           END-IF                                                       00006770
                                                                        00006780
           IF  FS-KJBCSPS1 NOT = CA-FS-OK                               00006790
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006800
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00006810
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006820
               MOVE CA-KJBCSPS1              TO WK-DDNAME               00006830
               MOVE FS-KJBCSPS1              TO WK-FILE-STATUS          00006840
                                                                        00006850
               PERFORM 9000-CANCELACION                                 00006860
                  THRU 9000-CANCELACION-EXIT                            00006870
                                                                        00006880
           END-IF                                                       00006890
                                                                        00006900
           IF  FS-KJBCSPA1 NOT = CA-FS-OK                               00006910
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006920
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00006930
               MOVE CA-PRF-3100              TO WK-PARRAFO              00006940
               MOVE CA-KJBCSPA1              TO WK-DDNAME               00006950
               MOVE FS-KJBCSPA1              TO WK-FILE-STATUS          00006960
                                                                        00006970
               PERFORM 9000-CANCELACION                                 00006980
                  THRU 9000-CANCELACION-EXIT                            00006990
                                                                        00007000
           END-IF                                                       00007010
                                                                        00007020
           .                                                            00007030
       3100-CERRAR-FICHEROS-EXIT.                                       00007040
           EXIT.                                                        00007050
                                                                        00007060
      ******************************************************************00007070
      ***                   3200-ESTADISTICAS                        ***00007080
      ***                   -----------------                        ***00007090
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00007100
      ******************************************************************00007110
       3200-ESTADISTICAS.                                               00007120
                                                                        00007130
           MOVE CT-LEIDOS-KJBCSPE1           TO WK-LEIDOS-ED            00007140
           MOVE CT-MOVS-ESCRITOS             TO WK-ESCRITOS-ED          00007150
           MOVE CT-DESCARTADOS               TO WK-DESCARTADOS-ED       00007160
           MOVE CT-CABECERAS                 TO WK-CABECERAS-ED         00007170
                                                                        00007180
           DISPLAY WK-CAB-1                                             00007190
           DISPLAY WK-CAB-2                                             00007200
           DISPLAY WK-CAB-1                                             00007210
           DISPLAY WK-CAB-3                                             00007220
           DISPLAY WK-CAB-4                                             00007230
           DISPLAY WK-CAB-5                                             00007240
           DISPLAY WK-CAB-6                                             00007250
           DISPLAY WK-CAB-1                                             00007260
                                                                        00007270
           .                                                            00007280
       3200-ESTADISTICAS-EXIT.                                          00007290
           EXIT.                                                        00007300
                                                                        00007310
      ******************************************************************00007320
      ***                   3300-ESCRIBIR-AUDITORIA                  ***00007330
      ***                   -----------------------                  ***00007340
      * SE ESCRIBE EL REGISTRO DE AUDITORIA DE LA PARTICION: RANGO,    *00007350
      * INSTANCIA, CONTADORES Y TOTALES DE CONTROL DEL FICHERO         *00007360
      * ORIGINAL Y DE LA PARTICION, PARA EL VERIFICADOR KJBCCFN.       *00007370
      ******************************************************************00007380
       3300-ESCRIBIR-AUDITORIA.                                         00007390
                                                                        00007400
           ACCEPT WK-FECHA-PROCESO           FROM DATE YYYYMMDD         00007410
           ACCEPT WK-HORA-PROCESO            FROM TIME                  00007420
                                                                        00007430
           MOVE SPACES                       TO REG-KJBCSPA1            00007440
           MOVE WK-IDEMPR-DESDE              TO SA-IDEMPR-DESDE         00007450
           MOVE WK-IDEMPR-HASTA              TO SA-IDEMPR-HASTA         00007460
           MOVE WK-INSTANCIA                 TO SA-INSTANCIA            00007470
           MOVE WK-FECHA-PROCESO             TO SA-FECHA                00007480
           MOVE WK-HORA-PROCESO              TO SA-HORA                 00007490
           MOVE CT-MOVS-LEIDOS               TO SA-LEIDOS               00007500
           MOVE CT-MOVS-ESCRITOS             TO SA-ESCRITOS             00007510
           MOVE CT-DESCARTADOS               TO SA-DESCARTADOS          00007520
           MOVE WK-NUM-MOVS-COLA             TO SA-ORI-NUM-MOVS         00007530
           MOVE WK-SIGNO-COLA                TO SA-ORI-SIGNO-HASH       00007540
           MOVE WK-HASH-COLA-ABS             TO SA-ORI-HASH-IMPORTES    00007550
           MOVE WK-COLA-SIGNO-HASH           TO SA-PAR-SIGNO-HASH       00007560
           MOVE WK-COLA-HASH-IMPORTES        TO SA-PAR-HASH-IMPORTES    00007570
                                                                        00007580
           WRITE REG-KJBCSPA1                                           00007590
                                                                        00007600
           IF  FS-KJBCSPA1 NOT = CA-FS-OK                               00007610
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00007620
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00007630
               MOVE CA-PRF-3300              TO WK-PARRAFO              00007640
               MOVE CA-KJBCSPA1              TO WK-DDNAME               00007650
               MOVE FS-KJBCSPA1              TO WK-FILE-STATUS          00007660
               MOVE REG-KJBCSPA1             TO WK-DATOS-REGISTRO       00007670
                                                                        00007680
               PERFORM 9000-CANCELACION                                 00007690
                  THRU 9000-CANCELACION-EXIT                            00007700
                                                                        00007710
           END-IF                                                       00007720
                                                                        00007730
           .                                                            00007740
       3300-ESCRIBIR-AUDITORIA-EXIT.                                    00007750
           EXIT.                                                        00007760
                                                                        00007770
      ******************************************************************00007780
      ***                   9100-LEER-KJBCSPE1                       ***00007790
      ***                   ------------------                       ***00007800
      * SE LEE UN REGISTRO DEL FICHERO COMPLETO DE ENTRADA.            *00007810
      ******************************************************************00007820
       9100-LEER-KJBCSPE1.                                              00007830
                                                                        00007840
           READ KJBCSPE1                                                00007850
                                                                        00007860
           EVALUATE  TRUE                                               00007870
               WHEN  FS-KJBCSPE1 = CA-FS-OK                             00007880
                     ADD CN-1                 TO CT-LEIDOS-KJBCSPE1     00007890
                                                                        00007900
               WHEN  FS-KJBCSPE1 = CA-FS-EOF                            00007910
                     SET SI-FIN-KJBCSPE1      TO TRUE                   00007920
                                                                        00007930
               WHEN  OTHER                                              00007940
                     MOVE CA-ERROR-F          TO WK-TIPO-ERROR          00007950
                     MOVE CA-ERR-LEER         TO WK-DESCRIPCION         00007960
                     MOVE CA-PRF-9100         TO WK-PARRAFO             00007970
                     MOVE CA-KJBCSPE1         TO WK-DDNAME              00007980
                     MOVE FS-KJBCSPE1         TO WK-FILE-STATUS         00007990
                                                                        00008000
                     PERFORM 9000-CANCELACION                           00008010
                        THRU 9000-CANCELACION-EXIT                      00008020
                                                                        00008030
           END-EVALUATE                                                 00008040
                                                                        00008050
           .                                                            00008060
       9100-LEER-KJBCSPE1-EXIT.                                         00008070
           EXIT.                                                        00008080
                                                                        00008090
      ******************************************************************00008100
      ***                   1900-CONTROL-ARRANQUE                    ***00008110
      ***                   ---------------------                    ***00008120
      * SE COMPRUEBA QUE LA DEPURACION KJBCCRP NO ESTA EN EJECUCION Y  *00008130
      * SE MARCA EL PASO DE CONSOLIDACION KJBCCRL COMO EN EJECUCION,   *00008140
      * DE FORMA QUE EL RESTO DE LA CADENA (KJBCCDL, KJBCCDC) LO       *00008150
      * ESPERE HASTA QUE KJBCCFN CERTIFIQUE EL REPARTO COMPLETO.       *00008160
      ******************************************************************00008170
       1900-CONTROL-ARRANQUE.                                           00008180
                                                                        00008190
           INITIALIZE XXYARUN                                           00008200
                                                                        00008210
           MOVE CA-RUN-CONSULTA              TO XXYARUN-FUNCION-E       00008220
           MOVE WK-PROGRAMA                  TO XXYARUN-PROGRAMA-E      00008230
           MOVE CA-KJBCCRP                   TO XXYARUN-PREREQUI-E      00008240
                                                                        00008250
           CALL CA-XXBARUN               USING XXYARUN                  00008260
                                                                        00008270
           PERFORM 1950-COMPROBAR-CONTROL                               00008280
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00008290
                                                                        00008300
           IF  XXYARUN-ESTADO-S = CA-RUN-EN-EJECUCION                   00008310
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008320
               MOVE CA-ERR-CONFLICTO         TO WK-DESCRIPCION          00008330
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00008340
                                                                        00008350
               PERFORM 9000-CANCELACION                                 00008360
                  THRU 9000-CANCELACION-EXIT                            00008370
                                                                        00008380
           END-IF                                                       00008390
                                                                        00008400
           INITIALIZE XXYARUN                                           00008410
                                                                        00008420
           MOVE CA-RUN-INICIO                TO XXYARUN-FUNCION-E       00008430
           MOVE CA-KJBCCRL                   TO XXYARUN-PROGRAMA-E      00008440
                                                                        00008450
           CALL CA-XXBARUN               USING XXYARUN                  00008460
                                                                        00008470
           PERFORM 1950-COMPROBAR-CONTROL                               00008480
              THRU 1950-COMPROBAR-CONTROL-EXIT                          00008490
                                                                        00008500
           .                                                            00008510
       1900-CONTROL-ARRANQUE-EXIT.                                      00008520
           EXIT.                                                        00008530
                                                                        00008540
      ******************************************************************00008550
      ***                   1950-COMPROBAR-CONTROL                   ***00008560
      ***                   ----------------------                   ***00008570
      * SE COMPRUEBA EL RETORNO DE LA RUTINA DE CONTROL XXBARUN.       *00008580
      ******************************************************************00008590
       1950-COMPROBAR-CONTROL.                                          00008600
                                                                        00008610
           IF  XXYARUN-RETORNO NOT = CA-RUN-RETORNO-OK                  00008620
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008630
               MOVE CA-ERR-CONTROL-EJEC      TO WK-DESCRIPCION          00008640
               MOVE CA-PRRF-RUN-1900         TO WK-PARRAFO              00008650
                                                                        00008660
               PERFORM 9000-CANCELACION                                 00008670
                  THRU 9000-CANCELACION-EXIT                            00008680
                                                                        00008690
           END-IF                                                       00008700
                                                                        00008710
           .                                                            00008720
       1950-COMPROBAR-CONTROL-EXIT.                                     00008730
           EXIT.                                                        00008740
                                                                        00008750
      ******************************************************************00008760
      ***                   9000-CANCELACION                         ***00008770
      ***                   ----------------                         ***00008780
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00008790
      ******************************************************************00008800
       9000-CANCELACION.                                                00008810
                                                                        00008820
           MOVE CA-RESP                      TO WK-RESPONSABLE          00008830
                                                                        00008840
           EXEC-FUN XX_CANCELACION_PROCESOS_BATCH                       00008850
               TIPO_ERROR('WK-TIPO-ERROR')                              00008860
               RESPONSABLE('WK-RESPONSABLE')                            00008870
               DESCRIPCION('WK-DESCRIPCION')                            00008880
               PROGRAMA('WK-PROGRAMA')                                  00008890
               PARRAFO('WK-PARRAFO')                                    00008900
               DDNAME('WK-DDNAME')                                      00008910
               FILE_STATUS('WK-FILE-STATUS')                            00008920
               DATOS_REGISTRO('WK-DATOS-REGISTRO')                      00008930
           END-FUN                                                      00008940
                                                                        00008950
           .                                                            00008960
       9000-CANCELACION-EXIT.                                           00008970
           EXIT.                                                        00008980
