      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHCSG.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: SEGUIMIENTO DIARIO DE LAS CAMPANAS DE REEMISION  *00000110
      *               POR COMPROMISO CARGADAS POR MPCHCMP. RECORRE LAS *00000120
      *               TARJETAS REEMITIDAS DE LAS CAMPANAS ABIERTAS     *00000130
      *               (COMPR_TARJETA) EN ORDEN DE XPAN NUEVO Y LAS     *00000140
      *               CRUZA CON:                                       *00000150
      *                - EL REGISTRO DE REMITIDAS  -> REMITIDA  (E).   *00000160
      *                - LOS ACUSES DEL EMBOZADOR  -> ACUSADA   (K).   *00000170
      *                - EL CENSO CON PRIMER USO   -> ACTIVADA  (V).   *00000180
      *               LA SITUACION DE CADA TARJETA SOLO AVANZA; LAS    *00000190
      *               FECHAS DE CADA HITO SE ANOTAN UNA SOLA VEZ.      *00000200
      *               AL FINAL ACTUALIZA LOS CONTADORES DE CADA        *00000210
      *               CAMPANA Y LA CIERRA CUANDO TODAS SUS TARJETAS    *00000220
      *               REEMITIDAS ESTAN ACTIVADAS, CUANDO SUPERA LOS    *00000230
      *               DIAS MAXIMOS ABIERTA O CUANDO SE PIDE SU CIERRE  *00000240
      *               POR SYSIN. EMITE UN INFORME CON UNA LINEA POR    *00000250
      *               CAMPANA.                                         *00000260
      *                                                                *00000270
      *               LOS TRES FICHEROS DE ENTRADA DEBEN LLEGAR        *00000280
      *               CLASIFICADOS POR XPAN.                           *00000290
      *-                                                              -*00000300
      *  PARAMETROS SYSIN:                                             *00000310
      *        FECHA DE PROCESO (AAAA-MM-DD), OBLIGATORIA.             *00000320
      *        DIAS MAXIMOS DE UNA CAMPANA ABIERTA (POR DEFECTO 090).  *00000330
      *        CAMPANA A CERRAR MANUALMENTE (OPCIONAL).                *00000340
      *-                                                              -*00000350
      *  FICHEROS DE ENTRADA:                                          *00000360
      *        MPCHCGE1 : REGISTRO DE TARJETAS REMITIDAS (MPCHSED1).   *00000370
      *        MPCHCGE2 : ACUSES DE PRODUCCION DEL EMBOZADOR.          *00000380
      *        MPCHCGE3 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000390
      *-                                                              -*00000400
      *  FICHEROS DE SALIDA:                                           *00000410
      *        MPCHCGS1 : INFORME DE SITUACION DE LAS CAMPANAS.        *00000420
      *-                                                              -*00000430
      *  TABLAS DB2:                                                   *00000440
      *        COMPR_CAMPANA  : CAMPANAS DE COMPROMISO (ACTUALIZA).    *00000450
      *        COMPR_TARJETA  : TARJETAS DE LA CAMPANA (ACTUALIZA).    *00000460
      *-                                                              -*00000470
      *  CODIGOS DE RETORNO:                                           *00000480
      *        0 : PROCESO CORRECTO.                                   *00000490
      *        4 : LA CAMPANA A CERRAR NO ESTA ABIERTA.                *00000500
      *-                                                              -*00000510
      *  RUTINAS Y MODULOS:                                            *00000520
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000530
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000540
      *-                                                              -*00000550
      ******************************************************************00000560
      *                  M O D I F I C A C I O N E S                   *00000570
      *                  ---------------------------                   *00000580
      *                                                                *00000590
      * USUARIO  FECHA        DESCRIPCION                              *00000600
      * -------- ----------   ---------------------------------------- *00000610
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. SEGUIMIENTO DE   *00000620
      *                        CAMPANAS DE REEMISION POR COMPROMISO.   *00000630
      *                                                                *00000640
      ******************************************************************00000650
                                                                        00000660
      ******************************************************************00000670
      * IDENTIFICATION DIVISION                                        *00000680
      ******************************************************************00000690
       IDENTIFICATION DIVISION.                                         00000700
       PROGRAM-ID.    MPCHCSG.                                          00000710
       AUTHOR.        VIEWNEXT.                                         00000720
       DATE-WRITTEN.  15-10-2026.                                       00000730
       DATE-COMPILED.                                                   00000740
                                                                        00000750
      ******************************************************************00000760
      * ENVIRONMENT DIVISION                                           *00000770
      ******************************************************************00000780
       ENVIRONMENT DIVISION.                                            00000790
                                                                        00000800
      *----------------------------------------------------------------*00000810
      * CONFIGURATION SECTION                                          *00000820
      *----------------------------------------------------------------*00000830
       CONFIGURATION SECTION.                                           00000840
                                                                        00000850
       SOURCE-COMPUTER. IBM-3090.                                       00000860
       OBJECT-COMPUTER. IBM-3090.                                       00000870
       SPECIAL-NAMES.                                                   00000880
           DECIMAL-POINT IS COMMA.                                      00000890
                                                                        00000900
      *----------------------------------------------------------------*00000910
      * INPUT OUTPUT SECTION                                           *00000920
      *----------------------------------------------------------------*00000930
       INPUT-OUTPUT SECTION.                                            00000940
       FILE-CONTROL.                                                    00000950
                                                                        00000960
      * -- REGISTRO DE TARJETAS REMITIDAS.                              00000970
           SELECT MPCHCGE1 ASSIGN MPCHCGE1                              00000980
                  ACCESS MODE IS SEQUENTIAL                             00000990
                  FILE STATUS IS FS-MPCHCGE1.                           00001000
                                                                        00001010
      * -- ACUSES DE PRODUCCION DEL EMBOZADOR.                          00001020
           SELECT MPCHCGE2 ASSIGN MPCHCGE2                              00001030
                  ACCESS MODE IS SEQUENTIAL                             00001040
                  FILE STATUS IS FS-MPCHCGE2.                           00001050
                                                                        00001060
      * -- CENSO DE TARJETAS.                                           00001070
           SELECT MPCHCGE3 ASSIGN MPCHCGE3                              00001080
                  ACCESS MODE IS SEQUENTIAL                             00001090
                  FILE STATUS IS FS-MPCHCGE3.                           00001100
                                                                        00001110
      * -- INFORME DE SITUACION DE LAS CAMPANAS.                        00001120
           SELECT MPCHCGS1 ASSIGN MPCHCGS1                              00001130
                  ACCESS MODE IS SEQUENTIAL                             00001140
                  FILE STATUS IS FS-MPCHCGS1.                           00001150
                                                                        00001160
      ******************************************************************00001170
      * DATA DIVISION                                                  *00001180
      ******************************************************************00001190
       DATA DIVISION.                                                   00001200
                                                                        00001210
      *----------------------------------------------------------------*00001220
      * FILE SECTION                                                   *00001230
      *----------------------------------------------------------------*00001240
       FILE SECTION.                                                    00001250
                                                                        00001260
       FD  MPCHCGE1                                                     00001270
           BLOCK CONTAINS 0 RECORDS                                     00001280
           RECORDING MODE IS F                                          00001290
           LABEL RECORD ARE STANDARD                                    00001300
           RECORD CONTAINS 80 CHARACTERS                                00001310
           DATA RECORD IS REG-MPCHCGE1.                                 00001320
       01  REG-MPCHCGE1.                                                00001330
           05  RD-XPAN                     PIC X(22).                   00001340
           05  RD-FECREMESA                PIC X(10).                   00001350
           05  FILLER                      PIC X(48).                   00001360
                                                                        00001370
       FD  MPCHCGE2                                                     00001380
           BLOCK CONTAINS 0 RECORDS                                     00001390
           RECORDING MODE IS F                                          00001400
           LABEL RECORD ARE STANDARD                                    00001410
           RECORD CONTAINS 80 CHARACTERS                                00001420
           DATA RECORD IS REG-MPCHCGE2.                                 00001430
       01  REG-MPCHCGE2.                                                00001440
           05  AK-XPAN                     PIC X(22).                   00001450
           05  AK-FECPRODU                 PIC X(10).                   00001460
           05  AK-CANTIDAD                 PIC 9(03).                   00001470
           05  FILLER                      PIC X(45).                   00001480
                                                                        00001490
       FD  MPCHCGE3                                                     00001500
           BLOCK CONTAINS 0 RECORDS                                     00001510
           RECORDING MODE IS F                                          00001520
           LABEL RECORD ARE STANDARD                                    00001530
           RECORD CONTAINS 651 CHARACTERS                               00001540
           DATA RECORD IS REG-MPCHCGE3.                                 00001550
       01  REG-MPCHCGE3                    PIC X(651).                  00001560
                                                                        00001570
       FD  MPCHCGS1                                                     00001580
           BLOCK CONTAINS 0 RECORDS                                     00001590
           RECORDING MODE IS F                                          00001600
           LABEL RECORD ARE STANDARD                                    00001610
           RECORD CONTAINS 132 CHARACTERS                               00001620
           DATA RECORD IS REG-MPCHCGS1.                                 00001630
       01  REG-MPCHCGS1                    PIC X(132).                  00001640
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
           05  SW-FIN-CAMPANAS             PIC X(01)   VALUE 'N'.       00001780
               88  SI-FIN-CAMPANAS                     VALUE 'S'.       00001790
               88  NO-FIN-CAMPANAS                     VALUE 'N'.       00001800
           05  SW-FIN-TARJETAS             PIC X(01)   VALUE 'N'.       00001810
               88  SI-FIN-TARJETAS                     VALUE 'S'.       00001820
               88  NO-FIN-TARJETAS                     VALUE 'N'.       00001830
           05  SW-FIN-MPCHCGE1             PIC X(01)   VALUE 'N'.       00001840
               88  SI-FIN-MPCHCGE1                     VALUE 'S'.       00001850
               88  NO-FIN-MPCHCGE1                     VALUE 'N'.       00001860
           05  SW-FIN-MPCHCGE2             PIC X(01)   VALUE 'N'.       00001870
               88  SI-FIN-MPCHCGE2                     VALUE 'S'.       00001880
               88  NO-FIN-MPCHCGE2                     VALUE 'N'.       00001890
           05  SW-FIN-MPCHCGE3             PIC X(01)   VALUE 'N'.       00001900
               88  SI-FIN-MPCHCGE3                     VALUE 'S'.       00001910
               88  NO-FIN-MPCHCGE3                     VALUE 'N'.       00001920
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00001930
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00001940
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00001950
           05  SW-CIERRE-MANUAL            PIC X(01)   VALUE 'N'.       00001960
               88  SI-CIERRE-MANUAL                    VALUE 'S'.       00001970
               88  NO-CIERRE-MANUAL                    VALUE 'N'.       00001980
                                                                        00001990
      ******************************************************************00002000
      *                      C O N S T A N T E S                       *00002010
      ******************************************************************00002020
       01  CT-CONSTANTES.                                               00002030
           05  CA-CONSTANTES-ALFANUMERICAS.                             00002040
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00002050
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00002060
               10  CA-MPCHCSG              PIC X(08)   VALUE 'MPCHCSG'. 00002070
               10  CA-RESP                 PIC X(14)   VALUE            00002080
                                   'MEDIOS DE PAGO'.                    00002090
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00002100
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00002110
               10  CA-MPCHCGE1             PIC X(08)   VALUE 'MPCHCGE1'.00002120
               10  CA-MPCHCGE2             PIC X(08)   VALUE 'MPCHCGE2'.00002130
               10  CA-MPCHCGE3             PIC X(08)   VALUE 'MPCHCGE3'.00002140
               10  CA-MPCHCGS1             PIC X(08)   VALUE 'MPCHCGS1'.00002150
               10  CA-COMPR-CAMPANA        PIC X(13)   VALUE            00002160
                                   'COMPR_CAMPANA'.                     00002170
               10  CA-COMPR-TARJETA        PIC X(13)   VALUE            00002180
                                   'COMPR_TARJETA'.                     00002190
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00002200
                                   'SYSIBM.SYSDUMMY1'.                  00002210
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00002220
               10  CA-FETCH                PIC X(05)   VALUE 'FETCH'.   00002230
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00002240
      *--      ESTADOS DE LA CAMPANA Y DE SUS TARJETAS.                 00002250
               10  CA-CAMPANA-ABIERTA      PIC X(01)   VALUE 'A'.       00002260
               10  CA-CAMPANA-CERRADA      PIC X(01)   VALUE 'C'.       00002270
               10  CA-EST-BLOQUEADA        PIC X(01)   VALUE 'B'.       00002280
               10  CA-EST-REEMITIDA        PIC X(01)   VALUE 'R'.       00002290
               10  CA-EST-REMITIDA         PIC X(01)   VALUE 'E'.       00002300
               10  CA-EST-ACUSADA          PIC X(01)   VALUE 'K'.       00002310
               10  CA-EST-ACTIVADA         PIC X(01)   VALUE 'V'.       00002320
      *--      FECHA QUE INDICA HITO NO ALCANZADO O SIN CIERRE.         00002330
               10  CA-FECHA-ABIERTA        PIC X(10)   VALUE            00002340
                                   '0001-01-01'.                        00002350
               10  CA-FECHA-SIN-CIERRE     PIC X(10)   VALUE            00002360
                                   '9999-12-31'.                        00002370
      *--      SITUACION Y MOTIVO DE CIERRE EN EL INFORME.              00002380
               10  CA-SIT-ABIERTA          PIC X(07)   VALUE 'ABIERTA'. 00002390
               10  CA-SIT-CERRADA          PIC X(07)   VALUE 'CERRADA'. 00002400
               10  CA-MOT-MANUAL           PIC X(15)   VALUE            00002410
                                   'CIERRE MANUAL'.                     00002420
               10  CA-MOT-COMPLETADA       PIC X(15)   VALUE            00002430
                                   'TODAS ACTIVADAS'.                   00002440
               10  CA-MOT-PLAZO            PIC X(15)   VALUE            00002450
                                   'PLAZO VENCIDO'.                     00002460
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00002470
                                   'ERROR AL ABRIR UN FICHERO'.         00002480
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00002490
                                   'ERROR AL CERRAR UN FICHERO'.        00002500
               10  CA-ERR-LEER             PIC X(25)   VALUE            00002510
                                   'ERROR AL LEER UN FICHERO'.          00002520
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00002530
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00002540
               10  CA-ERR-FECHA-PROCESO    PIC X(38)   VALUE            00002550
                         'FECHA DE PROCESO DE SYSIN SIN INFORMAR'.      00002560
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00002570
                         'ERROR AL CALCULAR LA FECHA LIMITE     '.      00002580
               10  CA-ERR-SECUENCIA        PIC X(38)   VALUE            00002590
                         'FICHERO NO CLASIFICADO POR XPAN       '.      00002600
               10  CA-ERR-MAX-CAMPANAS     PIC X(38)   VALUE            00002610
                         'DEMASIADAS CAMPANAS ABIERTAS          '.      00002620
               10  CA-ERR-CAMPANA          PIC X(38)   VALUE            00002630
                         'ERROR EN LA TABLA COMPR_CAMPANA       '.      00002640
               10  CA-ERR-TARJETA          PIC X(38)   VALUE            00002650
                         'ERROR EN LA TABLA COMPR_TARJETA       '.      00002660
               10  CA-PRF-1050             PIC X(23)   VALUE            00002670
                                   '1050-VALIDAR-PARAMETROS'.           00002680
               10  CA-PRF-1100             PIC X(19)   VALUE            00002690
                                   '1100-ABRIR-FICHEROS'.               00002700
               10  CA-PRF-1150             PIC X(20)   VALUE            00002710
                                   '1150-CALCULAR-FECHAS'.              00002720
               10  CA-PRF-1200             PIC X(21)   VALUE            00002730
                                   '1200-CARGAR-CAMPANAS'.              00002740
               10  CA-PRF-1210             PIC X(21)   VALUE            00002750
                                   '1210-ACUMULAR-CAMPANA'.             00002760
               10  CA-PRF-1300             PIC X(21)   VALUE            00002770
                                   '1300-ABRIR-TARJETAS'.               00002780
               10  CA-PRF-2300             PIC X(23)   VALUE            00002790
                                   '2300-ACTUALIZAR-TARJETA'.           00002800
               10  CA-PRF-3060             PIC X(23)   VALUE            00002810
                                   '3060-ACTUALIZAR-CAMPANA'.           00002820
               10  CA-PRF-3100             PIC X(20)   VALUE            00002830
                                   '3100-CERRAR-FICHEROS'.              00002840
               10  CA-PRF-9100             PIC X(20)   VALUE            00002850
                                   '9100-LEER-TARJETA'.                 00002860
               10  CA-PRF-9150             PIC X(18)   VALUE            00002870
                                   '9150-LEER-MPCHCGE1'.                00002880
               10  CA-PRF-9160             PIC X(18)   VALUE            00002890
                                   '9160-LEER-MPCHCGE2'.                00002900
               10  CA-PRF-9170             PIC X(18)   VALUE            00002910
                                   '9170-LEER-MPCHCGE3'.                00002920
               10  CA-PRF-9200             PIC X(21)   VALUE            00002930
                                   '9200-ESCRIBIR-INFORME'.             00002940
                                                                        00002950
           05  CN-CONSTANTES-NUMERICAS.                                 00002960
               10  CN-1                    PIC 9(01)   VALUE 1.         00002970
               10  CN-4                    PIC 9(01)   VALUE 4.         00002980
               10  CN-100                  PIC 9(03)   VALUE 100.       00002990
               10  CN-DIAS-MAXIMO          PIC 9(03)   VALUE 090.       00003000
               10  CN-MAX-CAMPANAS         PIC 9(03)   VALUE 100.       00003010
                                                                        00003020
      ******************************************************************00003030
      *                    C O N T A D O R E S                         *00003040
      ******************************************************************00003050
       01  CT-CONTADORES.                                               00003060
           05  CT-CAMPANAS-ABIERTAS        PIC 9(9)    VALUE ZEROES.    00003070
           05  CT-TARJETAS-SEGUIDAS        PIC 9(9)    VALUE ZEROES.    00003080
           05  CT-TARJETAS-ACTUALIZADAS    PIC 9(9)    VALUE ZEROES.    00003090
           05  CT-REMESAS-LEIDAS           PIC 9(9)    VALUE ZEROES.    00003100
           05  CT-ACUSES-LEIDOS            PIC 9(9)    VALUE ZEROES.    00003110
           05  CT-CENSO-LEIDAS             PIC 9(9)    VALUE ZEROES.    00003120
           05  CT-CAMPANAS-CERRADAS        PIC 9(9)    VALUE ZEROES.    00003130
                                                                        00003140
      ******************************************************************00003150
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00003160
      ******************************************************************00003170
       01  WK-ESTADISTICA.                                              00003180
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00003190
           05  WK-CAB-2                    PIC X(55)   VALUE            00003200
                   '* ESTADISTICAS DE MPCHCSG                   *'.     00003210
           05  WK-CAB-3.                                                00003220
               10  FILLER                  PIC X(45)   VALUE            00003230
                   '* CAMPANAS ABIERTAS TRATADAS:              '.       00003240
               10  WK-CAMP-ABIERTAS-ED     PIC ZZZZZZZZ9.               00003250
               10  FILLER                  PIC X(01)   VALUE '*'.       00003260
           05  WK-CAB-4.                                                00003270
               10  FILLER                  PIC X(45)   VALUE            00003280
                   '* TARJETAS REEMITIDAS SEGUIDAS:            '.       00003290
               10  WK-SEGUIDAS-ED          PIC ZZZZZZZZ9.               00003300
               10  FILLER                  PIC X(01)   VALUE '*'.       00003310
           05  WK-CAB-5.                                                00003320
               10  FILLER                  PIC X(45)   VALUE            00003330
                   '* TARJETAS QUE AVANZAN DE SITUACION:       '.       00003340
               10  WK-ACTUALIZADAS-ED      PIC ZZZZZZZZ9.               00003350
               10  FILLER                  PIC X(01)   VALUE '*'.       00003360
           05  WK-CAB-6.                                                00003370
               10  FILLER                  PIC X(45)   VALUE            00003380
                   '* REGISTROS LEIDOS DE MPCHCGE1:            '.       00003390
               10  WK-REMESAS-ED           PIC ZZZZZZZZ9.               00003400
               10  FILLER                  PIC X(01)   VALUE '*'.       00003410
           05  WK-CAB-7.                                                00003420
               10  FILLER                  PIC X(45)   VALUE            00003430
                   '* REGISTROS LEIDOS DE MPCHCGE2:            '.       00003440
               10  WK-ACUSES-ED            PIC ZZZZZZZZ9.               00003450
               10  FILLER                  PIC X(01)   VALUE '*'.       00003460
           05  WK-CAB-8.                                                00003470
               10  FILLER                  PIC X(45)   VALUE            00003480
                   '* REGISTROS LEIDOS DE MPCHCGE3:            '.       00003490
               10  WK-CENSO-ED             PIC ZZZZZZZZ9.               00003500
               10  FILLER                  PIC X(01)   VALUE '*'.       00003510
           05  WK-CAB-9.                                                00003520
               10  FILLER                  PIC X(45)   VALUE            00003530
                   '* CAMPANAS CERRADAS EN ESTA EJECUCION:     '.       00003540
               10  WK-CAMP-CERRADAS-ED     PIC ZZZZZZZZ9.               00003550
               10  FILLER                  PIC X(01)   VALUE '*'.       00003560
                                                                        00003570
      ******************************************************************00003580
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00003590
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00003600
      ******************************************************************00003610
       01  WK-CANCELACION-BATCH.                                        00003620
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00003630
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00003640
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00003650
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHCSG'. 00003660
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003670
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003680
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003690
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003700
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003710
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003720
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003730
                                                                        00003740
      ******************************************************************00003750
      *                      F I L E  S T A T U S                      *00003760
      ******************************************************************00003770
       01  FS-FILE-STATUS.                                              00003780
           05  FS-MPCHCGE1                 PIC X(02).                   00003790
           05  FS-MPCHCGE2                 PIC X(02).                   00003800
           05  FS-MPCHCGE3                 PIC X(02).                   00003810
           05  FS-MPCHCGS1                 PIC X(02).                   00003820
                                                                        00003830
      ******************************************************************00003840
      * PARAMETROS DE ENTRADA POR SYSIN.                               *00003850
      ******************************************************************00003860
       01  WK-PARAMETROS-SYSIN.                                         00003870
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00003880
           05  WK-DIAS-MAXIMO-AN           PIC X(03)   VALUE SPACES.    00003890
           05  WK-CAMPANA-CIERRE           PIC X(10)   VALUE SPACES.    00003900
                                                                        00003910
      ******************************************************************00003920
      * PLAZO EN VIGOR: SE CIERRAN LAS CAMPANAS DADAS DE ALTA HASTA    *00003930
      * WK-FECHA-LIMITE INCLUSIVE.                                     *00003940
      ******************************************************************00003950
       01  WK-PLAZO.                                                    00003960
           05  WK-DIAS-MAXIMO              PIC S9(04)  COMP VALUE +0.   00003970
           05  WK-FECHA-LIMITE             PIC X(10)   VALUE SPACES.    00003980
                                                                        00003990
      ******************************************************************00004000
      * CAMPANAS ABIERTAS CARGADAS EN MEMORIA CON SUS CONTADORES.      *00004010
      ******************************************************************00004020
       01  WK-TABLA-CAMPANAS.                                           00004030
           05  WK-NUM-CAMPANAS             PIC 9(03)   VALUE ZEROES.    00004040
           05  WK-CAMPANA-TAB OCCURS 100 TIMES.                         00004050
               10  WK-CM-IDCAMPANA         PIC X(10).                   00004060
               10  WK-CM-FECALTA           PIC X(10).                   00004070
               10  WK-CM-CARGADAS          PIC 9(09).                   00004080
               10  WK-CM-BLOQUEADAS        PIC 9(09).                   00004090
               10  WK-CM-REEMITIDAS        PIC 9(09).                   00004100
               10  WK-CM-REMITIDAS         PIC 9(09).                   00004110
               10  WK-CM-ACUSADAS          PIC 9(09).                   00004120
               10  WK-CM-ACTIVADAS         PIC 9(09).                   00004130
                                                                        00004140
      ******************************************************************00004150
      * CLAVES DEL CRUCE POR XPAN Y SITUACION ANTERIOR DE LA TARJETA.  *00004160
      ******************************************************************00004170
       01  WK-CRUCE.                                                    00004180
           05  WK-CLAVE-REMESA             PIC X(22)   VALUE LOW-VALUES.00004190
           05  WK-CLAVE-ACUSE              PIC X(22)   VALUE LOW-VALUES.00004200
           05  WK-CLAVE-CENSO              PIC X(22)   VALUE LOW-VALUES.00004210
           05  WK-SITUACION-ANT.                                        00004220
               10  WK-ESTADO-ANT           PIC X(01)   VALUE SPACES.    00004230
               10  WK-FECREMESA-ANT        PIC X(10)   VALUE SPACES.    00004240
               10  WK-FECACUSE-ANT         PIC X(10)   VALUE SPACES.    00004250
               10  WK-FECACTIVACION-ANT    PIC X(10)   VALUE SPACES.    00004260
                                                                        00004270
      ******************************************************************00004280
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00004290
      * CAMPOS NECESARIOS PARA EL SEGUIMIENTO.                         *00004300
      ******************************************************************00004310
       01  WK-REGISTRO.                                                 00004320
           05  FILLER                      PIC X(40).                   00004330
           05  WK-XPAN-009                 PIC X(22).                   00004340
           05  FILLER                      PIC X(42).                   00004350
           05  WK-FEULTUSO-009             PIC X(10).                   00004360
           05  FILLER                      PIC X(537).                  00004370
                                                                        00004380
      ******************************************************************00004390
      *                 L I N E A S  D E  I N F O R M E                *00004400
      ******************************************************************00004410
       01  WK-LINEA-CABECERA.                                           00004420
           05  FILLER                      PIC X(49)   VALUE            00004430
               'MPCHCSG - SITUACION DE LAS CAMPANAS DE COMPROMISO'.     00004440
           05  FILLER                      PIC X(03)   VALUE ' - '.     00004450
           05  WC-FECHA-PROCESO            PIC X(10).                   00004460
           05  FILLER                      PIC X(70)   VALUE SPACES.    00004470
                                                                        00004480
       01  WK-LINEA-TITULOS.                                            00004490
           05  FILLER                      PIC X(12)   VALUE 'CAMPANA'. 00004500
           05  FILLER                      PIC X(12)   VALUE 'ALTA'.    00004510
           05  FILLER                      PIC X(11)   VALUE            00004520
                                   '   CARGADAS'.                       00004530
           05  FILLER                      PIC X(11)   VALUE            00004540
                                   ' BLOQUEADAS'.                       00004550
           05  FILLER                      PIC X(11)   VALUE            00004560
                                   ' REEMITIDAS'.                       00004570
           05  FILLER                      PIC X(11)   VALUE            00004580
                                   '  REMITIDAS'.                       00004590
           05  FILLER                      PIC X(11)   VALUE            00004600
                                   '   ACUSADAS'.                       00004610
           05  FILLER                      PIC X(11)   VALUE            00004620
                                   '  ACTIVADAS'.                       00004630
           05  FILLER                      PIC X(08)   VALUE            00004640
                                   '  % ACT.'.                          00004650
           05  FILLER                      PIC X(34)   VALUE            00004660
                                   '  SITUACION'.                       00004670
                                                                        00004680
       01  WK-LINEA-DETALLE.                                            00004690
           05  WD-IDCAMPANA                PIC X(10).                   00004700
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004710
           05  WD-FECALTA                  PIC X(10).                   00004720
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004730
           05  WD-CARGADAS                 PIC ZZZZZZZZZZ9.             00004740
           05  WD-BLOQUEADAS               PIC ZZZZZZZZZZ9.             00004750
           05  WD-REEMITIDAS               PIC ZZZZZZZZZZ9.             00004760
           05  WD-REMITIDAS                PIC ZZZZZZZZZZ9.             00004770
           05  WD-ACUSADAS                 PIC ZZZZZZZZZZ9.             00004780
           05  WD-ACTIVADAS                PIC ZZZZZZZZZZ9.             00004790
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004800
           05  WD-PCT-ACTIVACION           PIC ZZ9,99.                  00004810
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004820
           05  WD-SITUACION                PIC X(07).                   00004830
           05  FILLER                      PIC X(02)   VALUE SPACES.    00004840
           05  WD-MOTIVO                   PIC X(15).                   00004850
           05  FILLER                      PIC X(08)   VALUE SPACES.    00004860
                                                                        00004870
       01  WK-VARIABLES.                                                00004880
           05  WK-PCT-ACTIVACION           PIC 9(03)V9(02)              00004890
                                                       VALUE ZEROES.    00004900
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00004910
           05  WK-IDX-CAMPANA              PIC 9(03)   VALUE ZEROES.    00004920
           05  WK-MOTIVO-CIERRE            PIC X(15)   VALUE SPACES.    00004930
           05  WK-USUAUDIT                 PIC X(30)   VALUE 'MPCHCSG'. 00004940
                                                                        00004950
      *--  DCLGEN DE LA TABLA COMPR_CAMPANA (CAMPANAS DE COMPROMISO)    00004960
           EXEC SQL INCLUDE D4466800 END-EXEC.                          00004970
                                                                        00004980
      *--  DCLGEN DE LA TABLA COMPR_TARJETA (TARJETAS DE LA CAMPANA)    00004990
           EXEC SQL INCLUDE D4466900 END-EXEC.                          00005000
                                                                        00005010
      * -- COPY DE COMUNICACION CON DB2.                                00005020
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00005030
                                                                        00005040
      ******************************************************************00005050
      *                       PROCEDURE DIVISION                       *00005060
      ******************************************************************00005070
       PROCEDURE DIVISION.                                              00005080
                                                                        00005090
           PERFORM 1000-INICIO                                          00005100
              THRU 1000-INICIO-EXIT                                     00005110
                                                                        00005120
           PERFORM 2000-PROCESO                                         00005130
              THRU 2000-PROCESO-EXIT                                    00005140
             UNTIL SI-FIN-TARJETAS                                      00005150
                                                                        00005160
           PERFORM 3000-FIN                                             00005170
              THRU 3000-FIN-EXIT                                        00005180
                                                                        00005190
           .                                                            00005200
                                                                        00005210
      ******************************************************************00005220
      ***                   1000-INICIO                              ***00005230
      ***                   -----------                              ***00005240
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00005250
      * ABREN LOS FICHEROS, SE CALCULA LA FECHA LIMITE, SE CARGAN LAS  *00005260
      * CAMPANAS ABIERTAS, SE ABRE EL CURSOR DE SUS TARJETAS Y SE LEEN *00005270
      * LOS PRIMEROS REGISTROS DE CADA ENTRADA.                        *00005280
      ******************************************************************00005290
       1000-INICIO.                                                     00005300
                                                                        00005310
           INITIALIZE WK-TABLA-CAMPANAS                                 00005320
                      CT-CONTADORES                                     00005330
                                                                        00005340
           SET NO-FIN-TARJETAS               TO TRUE                    00005350
           SET NO-FIN-MPCHCGE1               TO TRUE                    00005360
           SET NO-FIN-MPCHCGE2               TO TRUE                    00005370
           SET NO-FIN-MPCHCGE3               TO TRUE                    00005380
           SET NO-CIERRE-MANUAL              TO TRUE                    00005390
                                                                        00005400
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00005410
                                                                        00005420
           PERFORM 1050-VALIDAR-PARAMETROS                              00005430
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00005440
                                                                        00005450
           PERFORM 1100-ABRIR-FICHEROS                                  00005460
              THRU 1100-ABRIR-FICHEROS-EXIT                             00005470
                                                                        00005480
           PERFORM 1150-CALCULAR-FECHAS                                 00005490
              THRU 1150-CALCULAR-FECHAS-EXIT                            00005500
                                                                        00005510
           PERFORM 1200-CARGAR-CAMPANAS                                 00005520
              THRU 1200-CARGAR-CAMPANAS-EXIT                            00005530
                                                                        00005540
           PERFORM 1300-ABRIR-TARJETAS                                  00005550
              THRU 1300-ABRIR-TARJETAS-EXIT                             00005560
                                                                        00005570
           PERFORM 9100-LEER-TARJETA                                    00005580
              THRU 9100-LEER-TARJETA-EXIT                               00005590
                                                                        00005600
           PERFORM 9150-LEER-MPCHCGE1                                   00005610
              THRU 9150-LEER-MPCHCGE1-EXIT                              00005620
                                                                        00005630
           PERFORM 9160-LEER-MPCHCGE2                                   00005640
              THRU 9160-LEER-MPCHCGE2-EXIT                              00005650
                                                                        00005660
           PERFORM 9170-LEER-MPCHCGE3                                   00005670
              THRU 9170-LEER-MPCHCGE3-EXIT                              00005680
                                                                        00005690
           .                                                            00005700
       1000-INICIO-EXIT.                                                00005710
           EXIT.                                                        00005720
                                                                        00005730
      ******************************************************************00005740
      ***                   1050-VALIDAR-PARAMETROS                  ***00005750
      ***                   -----------------------                  ***00005760
      * SE COMPRUEBA QUE LLEGA LA FECHA DE PROCESO Y SE TOMAN LOS DIAS *00005770
      * MAXIMOS DE SYSIN O LOS DE DEFECTO.                             *00005780
      ******************************************************************00005790
       1050-VALIDAR-PARAMETROS.                                         00005800
                                                                        00005810
           IF  WK-FECHA-PROCESO = SPACES                                00005820
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005830
               MOVE CA-ERR-FECHA-PROCESO     TO WK-DESCRIPCION          00005840
               MOVE CA-PRF-1050              TO WK-PARRAFO              00005850
                                                                        00005860
               PERFORM 9000-CANCELACION                                 00005870
                  THRU 9000-CANCELACION-EXIT                            00005880
                                                                        00005890
           END-IF                                                       00005900
                                                                        00005910
           IF  WK-DIAS-MAXIMO-AN NUMERIC                                00005920
               MOVE WK-DIAS-MAXIMO-AN        TO WK-DIAS-MAXIMO          00005930
           ELSE                                                         00005940
               MOVE CN-DIAS-MAXIMO           TO WK-DIAS-MAXIMO          00005950
           END-IF                                                       00005960
                                                                        00005970
           .                                                            00005980
       1050-VALIDAR-PARAMETROS-EXIT.                                    00005990
           EXIT.                                                        00006000
                                                                        00006010
      ******************************************************************00006020
      ***                   1100-ABRIR-FICHEROS                      ***00006030
      ***                   -------------------                      ***00006040
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00006050
      ******************************************************************00006060
       1100-ABRIR-FICHEROS.                                             00006070
                                                                        00006080
           OPEN INPUT  MPCHCGE1                                         00006090
                       MPCHCGE2                                         00006100
                       MPCHCGE3                                         00006110
                OUTPUT MPCHCGS1                                         00006120
                                                                        00006130
           IF  FS-MPCHCGE1 NOT = CA-FS-OK                               00006140
               MOVE CA-MPCHCGE1              TO WK-DDNAME               00006150
               MOVE FS-MPCHCGE1              TO WK-FILE-STATUS          00006160
               GO TO 1100-ERROR-APERTURA                                00006170
           END-IF                                                       00006180
                                                                        00006190
           IF  FS-MPCHCGE2 NOT = CA-FS-OK                               00006200
               MOVE CA-MPCHCGE2              TO WK-DDNAME               00006210
               MOVE FS-MPCHCGE2              TO WK-FILE-STATUS          00006220
               GO TO 1100-ERROR-APERTURA                                00006230
           END-IF                                                       00006240
                                                                        00006250
           IF  FS-MPCHCGE3 NOT = CA-FS-OK                               00006260
               MOVE CA-MPCHCGE3              TO WK-DDNAME               00006270
               MOVE FS-MPCHCGE3              TO WK-FILE-STATUS          00006280
               GO TO 1100-ERROR-APERTURA                                00006290
           END-IF                                                       00006300
                                                                        00006310
           IF  FS-MPCHCGS1 NOT = CA-FS-OK                               00006320
               MOVE CA-MPCHCGS1              TO WK-DDNAME               00006330
               MOVE FS-MPCHCGS1              TO WK-FILE-STATUS          00006340
               GO TO 1100-ERROR-APERTURA                                00006350
           END-IF                                                       00006360
                                                                        00006370
           GO TO 1100-ABRIR-FICHEROS-EXIT                               00006380
                                                                        00006390
           .                                                            00006400
       1100-ERROR-APERTURA.                                             00006410
                                                                        00006420
           MOVE CA-ERROR-F                   TO WK-TIPO-ERROR           00006430
           MOVE CA-ERR-ABRIR                 TO WK-DESCRIPCION          00006440
           MOVE CA-PRF-1100                  TO WK-PARRAFO              00006450
                                                                        00006460
           PERFORM 9000-CANCELACION                                     00006470
              THRU 9000-CANCELACION-EXIT                                00006480
                                                                        00006490
           .                                                            00006500
       1100-ABRIR-FICHEROS-EXIT.                                        00006510
           EXIT.                                                        00006520
                                                                        00006530
      ******************************************************************00006540
      ***                   1150-CALCULAR-FECHAS                     ***00006550
      ***                   --------------------                     ***00006560
      * SE CALCULA LA FECHA DE ALTA A PARTIR DE LA CUAL UNA CAMPANA    *00006570
      * HA SUPERADO LOS DIAS MAXIMOS ABIERTA.                          *00006580
      ******************************************************************00006590
       1150-CALCULAR-FECHAS.                                            00006600
                                                                        00006610
           EXEC SQL                                                     00006620
                SELECT CHAR(DATE(:WK-FECHA-PROCESO) -                   00006630
                            :WK-DIAS-MAXIMO DAYS, ISO)                  00006640
                  INTO :WK-FECHA-LIMITE                                 00006650
                  FROM SYSIBM.SYSDUMMY1                                 00006660
           END-EXEC                                                     00006670
                                                                        00006680
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00006690
                                                                        00006700
           IF  NOT DB2-OK                                               00006710
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00006720
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00006730
               MOVE CA-PRF-1150               TO WK-PARRAFO             00006740
               MOVE CA-MPCHCSG                TO WK-RUTINA              00006750
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00006760
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00006770
                                                                        00006780
               PERFORM 9000-CANCELACION                                 00006790
                  THRU 9000-CANCELACION-EXIT                            00006800
                                                                        00006810
           END-IF                                                       00006820
                                                                        00006830
           .                                                            00006840
       1150-CALCULAR-FECHAS-EXIT.                                       00006850
           EXIT.                                                        00006860
                                                                        00006870
      ******************************************************************00006880
      ***                   1200-CARGAR-CAMPANAS                     ***00006890
      ***                   --------------------                     ***00006900
      * SE CARGAN EN MEMORIA LAS CAMPANAS ABIERTAS CON LOS CONTADORES  *00006910
      * DE LA CARGA. LOS DE SEGUIMIENTO SE RECALCULAN EN CADA PROCESO. *00006920
      ******************************************************************00006930
       1200-CARGAR-CAMPANAS.                                            00006940
                                                                        00006950
           EXEC SQL                                                     00006960
                DECLARE C-CAMPANAS CURSOR FOR                           00006970
                SELECT G3217_IDCAMPANA,                                 00006980
                       CHAR(G3217_FECALTA, ISO),                        00006990
                       G3217_NUMCARGADAS,                               00007000
                       G3217_NUMBLOQUEADAS,                             00007010
                       G3217_NUMREEMITIDAS                              00007020
                  FROM COMPR_CAMPANA                                    00007030
                 WHERE G3217_INDESTADO = :CA-CAMPANA-ABIERTA            00007040
                 ORDER BY G3217_IDCAMPANA                               00007050
           END-EXEC                                                     00007060
                                                                        00007070
           EXEC SQL                                                     00007080
                OPEN C-CAMPANAS                                         00007090
           END-EXEC                                                     00007100
                                                                        00007110
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007120
                                                                        00007130
           IF  NOT DB2-OK                                               00007140
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00007150
               MOVE CA-ERR-CAMPANA           TO WK-DESCRIPCION          00007160
               MOVE CA-PRF-1200              TO WK-PARRAFO              00007170
               MOVE CA-COMPR-CAMPANA         TO WK-TABLA-DB2            00007180
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00007190
                                                                        00007200
               PERFORM 9000-CANCELACION                                 00007210
                  THRU 9000-CANCELACION-EXIT                            00007220
                                                                        00007230
           END-IF                                                       00007240
                                                                        00007250
           SET NO-FIN-CAMPANAS               TO TRUE                    00007260
                                                                        00007270
           PERFORM 1210-ACUMULAR-CAMPANA                                00007280
              THRU 1210-ACUMULAR-CAMPANA-EXIT                           00007290
             UNTIL SI-FIN-CAMPANAS                                      00007300
                                                                        00007310
           EXEC SQL                                                     00007320
                CLOSE C-CAMPANAS                                        00007330
           END-EXEC                                                     00007340
                                                                        00007350
           .                                                            00007360
       1200-CARGAR-CAMPANAS-EXIT.                                       00007370
           EXIT.                                                        00007380
                                                                        00007390
      ******************************************************************00007400
      ***                   1210-ACUMULAR-CAMPANA                    ***00007410
      ***                   ---------------------                    ***00007420
      * SE LEE Y ACUMULA UNA CAMPANA ABIERTA.                          *00007430
      ******************************************************************00007440
       1210-ACUMULAR-CAMPANA.                                           00007450
                                                                        00007460
           INITIALIZE DCLCOMPR-CAMPANA                                  00007470
                                                                        00007480
           EXEC SQL                                                     00007490
                FETCH C-CAMPANAS                                        00007500
                 INTO :G3217-IDCAMPANA,                                 00007510
                      :G3217-FECALTA,                                   00007520
                      :G3217-NUMCARGADAS,                               00007530
                      :G3217-NUMBLOQUEADAS,                             00007540
                      :G3217-NUMREEMITIDAS                              00007550
           END-EXEC                                                     00007560
                                                                        00007570
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007580
                                                                        00007590
           EVALUATE  TRUE                                               00007600
               WHEN  DB2-OK                                             00007610
                     IF  WK-NUM-CAMPANAS >= CN-MAX-CAMPANAS             00007620
                         MOVE CA-ERROR-F     TO WK-TIPO-ERROR           00007630
                         MOVE CA-ERR-MAX-CAMPANAS                       00007640
                                             TO WK-DESCRIPCION          00007650
                         MOVE CA-PRF-1210    TO WK-PARRAFO              00007660
                         MOVE G3217-IDCAMPANA                           00007670
                                             TO WK-DATOS-REGISTRO       00007680
                                                                        00007690
                         PERFORM 9000-CANCELACION                       00007700
                            THRU 9000-CANCELACION-EXIT                  00007710
                                                                        00007720
                     END-IF                                             00007730
                                                                        00007740
                     ADD CN-1                TO WK-NUM-CAMPANAS         00007750
                                                CT-CAMPANAS-ABIERTAS    00007760
                     MOVE G3217-IDCAMPANA                               00007770
                       TO WK-CM-IDCAMPANA (WK-NUM-CAMPANAS)             00007780
                     MOVE G3217-FECALTA                                 00007790
                       TO WK-CM-FECALTA (WK-NUM-CAMPANAS)               00007800
                     MOVE G3217-NUMCARGADAS                             00007810
                       TO WK-CM-CARGADAS (WK-NUM-CAMPANAS)              00007820
                     MOVE G3217-NUMBLOQUEADAS                           00007830
                       TO WK-CM-BLOQUEADAS (WK-NUM-CAMPANAS)            00007840
                     MOVE G3217-NUMREEMITIDAS                           00007850
                       TO WK-CM-REEMITIDAS (WK-NUM-CAMPANAS)            00007860
                     MOVE ZEROES                                        00007870
                       TO WK-CM-REMITIDAS (WK-NUM-CAMPANAS)             00007880
                          WK-CM-ACUSADAS (WK-NUM-CAMPANAS)              00007890
                          WK-CM-ACTIVADAS (WK-NUM-CAMPANAS)             00007900
                                                                        00007910
               WHEN  DB2-CLV-NOT-FOUND                                  00007920
                     SET SI-FIN-CAMPANAS     TO TRUE                    00007930
                                                                        00007940
               WHEN  OTHER                                              00007950
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007960
                     MOVE CA-ERR-CAMPANA     TO WK-DESCRIPCION          00007970
                     MOVE CA-PRF-1210        TO WK-PARRAFO              00007980
                     MOVE CA-COMPR-CAMPANA   TO WK-TABLA-DB2            00007990
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00008000
                                                                        00008010
                     PERFORM 9000-CANCELACION                           00008020
                        THRU 9000-CANCELACION-EXIT                      00008030
                                                                        00008040
           END-EVALUATE                                                 00008050
                                                                        00008060
           .                                                            00008070
       1210-ACUMULAR-CAMPANA-EXIT.                                      00008080
           EXIT.                                                        00008090
                                                                        00008100
      ******************************************************************00008110
      ***                   1300-ABRIR-TARJETAS                      ***00008120
      ***                   -------------------                      ***00008130
      * SE ABRE EL CURSOR DE LAS TARJETAS REEMITIDAS DE LAS CAMPANAS   *00008140
      * ABIERTAS, EN ORDEN DE XPAN NUEVO PARA EL CRUCE CON LOS         *00008150
      * FICHEROS. LAS QUE SOLO SE BLOQUEARON NO TIENEN SEGUIMIENTO.    *00008160
      ******************************************************************00008170
       1300-ABRIR-TARJETAS.                                             00008180
                                                                        00008190
           EXEC SQL                                                     00008200
                DECLARE C-TARJETAS CURSOR FOR                           00008210
                SELECT G3218_IDCAMPANA,                                 00008220
                       G3218_XPANANT,                                   00008230
                       G3218_XPAN,                                      00008240
                       G3218_INDESTADO,                                 00008250
                       CHAR(G3218_FECREMESA, ISO),                      00008260
                       CHAR(G3218_FECACUSE, ISO),                       00008270
                       CHAR(G3218_FECACTIVACION, ISO)                   00008280
                  FROM COMPR_TARJETA,                                   00008290
                       COMPR_CAMPANA                                    00008300
                 WHERE G3217_IDCAMPANA  = G3218_IDCAMPANA               00008310
                   AND G3217_INDESTADO  = :CA-CAMPANA-ABIERTA           00008320
                   AND G3218_INDESTADO <> :CA-EST-BLOQUEADA             00008330
                 ORDER BY G3218_XPAN                                    00008340
           END-EXEC                                                     00008350
                                                                        00008360
           EXEC SQL                                                     00008370
                OPEN C-TARJETAS                                         00008380
           END-EXEC                                                     00008390
                                                                        00008400
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008410
                                                                        00008420
           IF  NOT DB2-OK                                               00008430
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008440
               MOVE CA-ERR-TARJETA           TO WK-DESCRIPCION          00008450
               MOVE CA-PRF-1300              TO WK-PARRAFO              00008460
               MOVE CA-COMPR-TARJETA         TO WK-TABLA-DB2            00008470
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00008480
                                                                        00008490
               PERFORM 9000-CANCELACION                                 00008500
                  THRU 9000-CANCELACION-EXIT                            00008510
                                                                        00008520
           END-IF                                                       00008530
                                                                        00008540
           .                                                            00008550
       1300-ABRIR-TARJETAS-EXIT.                                        00008560
           EXIT.                                                        00008570
                                                                        00008580
      ******************************************************************00008590
      ***                   2000-PROCESO                             ***00008600
      ***                   ------------                             ***00008610
      * SE TRATA LA TARJETA LEIDA Y SE LEE LA SIGUIENTE.               *00008620
      ******************************************************************00008630
       2000-PROCESO.                                                    00008640
                                                                        00008650
           PERFORM 2100-TRATAR-TARJETA                                  00008660
              THRU 2100-TRATAR-TARJETA-EXIT                             00008670
                                                                        00008680
           PERFORM 9100-LEER-TARJETA                                    00008690
              THRU 9100-LEER-TARJETA-EXIT                               00008700
                                                                        00008710
           .                                                            00008720
       2000-PROCESO-EXIT.                                               00008730
           EXIT.                                                        00008740
                                                                        00008750
      ******************************************************************00008760
      ***                   2100-TRATAR-TARJETA                      ***00008770
      ***                   -------------------                      ***00008780
      * SE CRUZA LA TARJETA CON LAS REMESAS, LOS ACUSES Y EL CENSO.    *00008790
      * CADA HITO SOLO SE ANOTA SI AUN NO LO ESTABA Y LA SITUACION SE  *00008800
      * TOMA DEL HITO MAS AVANZADO ALCANZADO. SI CAMBIA ALGO SE        *00008810
      * ACTUALIZA LA TARJETA, Y SE ACUMULA EN SU CAMPANA.              *00008820
      ******************************************************************00008830
       2100-TRATAR-TARJETA.                                             00008840
                                                                        00008850
           ADD CN-1                          TO CT-TARJETAS-SEGUIDAS    00008860
                                                                        00008870
           MOVE G3218-INDESTADO              TO WK-ESTADO-ANT           00008880
           MOVE G3218-FECREMESA              TO WK-FECREMESA-ANT        00008890
           MOVE G3218-FECACUSE               TO WK-FECACUSE-ANT         00008900
           MOVE G3218-FECACTIVACION          TO WK-FECACTIVACION-ANT    00008910
                                                                        00008920
           PERFORM 9150-LEER-MPCHCGE1                                   00008930
              THRU 9150-LEER-MPCHCGE1-EXIT                              00008940
             UNTIL WK-CLAVE-REMESA NOT < G3218-XPAN                     00008950
                                                                        00008960
           IF  WK-CLAVE-REMESA = G3218-XPAN                             00008970
           AND G3218-FECREMESA = CA-FECHA-ABIERTA                       00008980
               MOVE RD-FECREMESA             TO G3218-FECREMESA         00008990
           END-IF                                                       00009000
                                                                        00009010
           PERFORM 9160-LEER-MPCHCGE2                                   00009020
              THRU 9160-LEER-MPCHCGE2-EXIT                              00009030
             UNTIL WK-CLAVE-ACUSE NOT < G3218-XPAN                      00009040
                                                                        00009050
           IF  WK-CLAVE-ACUSE = G3218-XPAN                              00009060
           AND G3218-FECACUSE = CA-FECHA-ABIERTA                        00009070
               MOVE AK-FECPRODU              TO G3218-FECACUSE          00009080
           END-IF                                                       00009090
                                                                        00009100
           PERFORM 9170-LEER-MPCHCGE3                                   00009110
              THRU 9170-LEER-MPCHCGE3-EXIT                              00009120
             UNTIL WK-CLAVE-CENSO NOT < G3218-XPAN                      00009130
                                                                        00009140
           IF  WK-CLAVE-CENSO = G3218-XPAN                              00009150
           AND G3218-FECACTIVACION = CA-FECHA-ABIERTA                   00009160
           AND WK-FEULTUSO-009 NOT = SPACES                             00009170
           AND WK-FEULTUSO-009 NOT = CA-FECHA-ABIERTA                   00009180
               MOVE WK-FEULTUSO-009          TO G3218-FECACTIVACION     00009190
           END-IF                                                       00009200
                                                                        00009210
           EVALUATE  TRUE                                               00009220
               WHEN  G3218-FECACTIVACION NOT = CA-FECHA-ABIERTA         00009230
                     MOVE CA-EST-ACTIVADA    TO G3218-INDESTADO         00009240
               WHEN  G3218-FECACUSE NOT = CA-FECHA-ABIERTA              00009250
                     MOVE CA-EST-ACUSADA     TO G3218-INDESTADO         00009260
               WHEN  G3218-FECREMESA NOT = CA-FECHA-ABIERTA             00009270
                     MOVE CA-EST-REMITIDA    TO G3218-INDESTADO         00009280
               WHEN  OTHER                                              00009290
                     MOVE CA-EST-REEMITIDA   TO G3218-INDESTADO         00009300
           END-EVALUATE                                                 00009310
                                                                        00009320
           IF  G3218-INDESTADO     NOT = WK-ESTADO-ANT                  00009330
            OR G3218-FECREMESA     NOT = WK-FECREMESA-ANT               00009340
            OR G3218-FECACUSE      NOT = WK-FECACUSE-ANT                00009350
            OR G3218-FECACTIVACION NOT = WK-FECACTIVACION-ANT           00009360
               PERFORM 2300-ACTUALIZAR-TARJETA                          00009370
                  THRU 2300-ACTUALIZAR-TARJETA-EXIT                     00009380
           END-IF                                                       00009390
                                                                        00009400
           PERFORM 2200-ACUMULAR-CAMPANA                                00009410
              THRU 2200-ACUMULAR-CAMPANA-EXIT                           00009420
                                                                        00009430
           .                                                            00009440
       2100-TRATAR-TARJETA-EXIT.                                        00009450
           EXIT.                                                        00009460
                                                                        00009470
      ******************************************************************00009480
      ***                   2200-ACUMULAR-CAMPANA                    ***00009490
      ***                   ---------------------                    ***00009500
      * SE LOCALIZA LA CAMPANA DE LA TARJETA Y SE ACUMULAN SUS HITOS.  *00009510
      ******************************************************************00009520
       2200-ACUMULAR-CAMPANA.                                           00009530
                                                                        00009540
           SET NO-CLAVE-ENCONTRADA            TO TRUE                   00009550
           MOVE ZEROES                        TO WK-IDX-CAMPANA         00009560
                                                                        00009570
           PERFORM 2210-BUSCAR-CAMPANA                                  00009580
              THRU 2210-BUSCAR-CAMPANA-EXIT                             00009590
             VARYING WK-IDX FROM 1 BY 1                                 00009600
               UNTIL WK-IDX > WK-NUM-CAMPANAS                           00009610
                  OR SI-CLAVE-ENCONTRADA                                00009620
                                                                        00009630
           IF  NO-CLAVE-ENCONTRADA                                      00009640
               GO TO 2200-ACUMULAR-CAMPANA-EXIT                         00009650
           END-IF                                                       00009660
                                                                        00009670
           IF  G3218-FECREMESA NOT = CA-FECHA-ABIERTA                   00009680
               ADD CN-1 TO WK-CM-REMITIDAS (WK-IDX-CAMPANA)             00009690
           END-IF                                                       00009700
                                                                        00009710
           IF  G3218-FECACUSE NOT = CA-FECHA-ABIERTA                    00009720
               ADD CN-1 TO WK-CM-ACUSADAS (WK-IDX-CAMPANA)              00009730
           END-IF                                                       00009740
                                                                        00009750
           IF  G3218-FECACTIVACION NOT = CA-FECHA-ABIERTA               00009760
               ADD CN-1 TO WK-CM-ACTIVADAS (WK-IDX-CAMPANA)             00009770
           END-IF                                                       00009780
                                                                        00009790
           .                                                            00009800
       2200-ACUMULAR-CAMPANA-EXIT.                                      00009810
           EXIT.                                                        00009820
                                                                        00009830
      ******************************************************************00009840
      ***                   2210-BUSCAR-CAMPANA                      ***00009850
      ***                   -------------------                      ***00009860
      * SE COMPRUEBA SI LA CAMPANA DE LA TABLA ES LA DE LA TARJETA.    *00009870
      ******************************************************************00009880
       2210-BUSCAR-CAMPANA.                                             00009890
                                                                        00009900
           IF  WK-CM-IDCAMPANA (WK-IDX) = G3218-IDCAMPANA               00009910
               SET SI-CLAVE-ENCONTRADA        TO TRUE                   00009920
               MOVE WK-IDX                    TO WK-IDX-CAMPANA         00009930
           END-IF                                                       00009940
                                                                        00009950
           .                                                            00009960
       2210-BUSCAR-CAMPANA-EXIT.                                        00009970
           EXIT.                                                        00009980
                                                                        00009990
      ******************************************************************00010000
      ***                   2300-ACTUALIZAR-TARJETA                  ***00010010
      ***                   -----------------------                  ***00010020
      * SE ANOTA LA NUEVA SITUACION Y LAS FECHAS DE LA TARJETA.        *00010030
      ******************************************************************00010040
       2300-ACTUALIZAR-TARJETA.                                         00010050
                                                                        00010060
           EXEC SQL                                                     00010070
                UPDATE COMPR_TARJETA                                    00010080
                   SET G3218_INDESTADO     = :G3218-INDESTADO,          00010090
                       G3218_FECREMESA     = :G3218-FECREMESA,          00010100
                       G3218_FECACUSE      = :G3218-FECACUSE,           00010110
                       G3218_FECACTIVACION = :G3218-FECACTIVACION,      00010120
                       G3218_USUAUDIT      = :WK-USUAUDIT,              00010130
                       G3218_CONTCUR       =  CURRENT TIMESTAMP         00010140
                 WHERE G3218_IDCAMPANA     = :G3218-IDCAMPANA           00010150
                   AND G3218_XPANANT       = :G3218-XPANANT             00010160
           END-EXEC                                                     00010170
                                                                        00010180
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010190
                                                                        00010200
           IF  NOT DB2-OK                                               00010210
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00010220
               MOVE CA-ERR-TARJETA           TO WK-DESCRIPCION          00010230
               MOVE CA-PRF-2300              TO WK-PARRAFO              00010240
               MOVE CA-COMPR-TARJETA         TO WK-TABLA-DB2            00010250
               MOVE CA-UPDATE                TO WK-DATOS-ACCESO         00010260
                                                                        00010270
               PERFORM 9000-CANCELACION                                 00010280
                  THRU 9000-CANCELACION-EXIT                            00010290
                                                                        00010300
           END-IF                                                       00010310
                                                                        00010320
           ADD CN-1                          TO CT-TARJETAS-ACTUALIZADAS00010330
                                                                        00010340
           .                                                            00010350
       2300-ACTUALIZAR-TARJETA-EXIT.                                    00010360
           EXIT.                                                        00010370
                                                                        00010380
      ******************************************************************00010390
      ***                   3000-FIN                                 ***00010400
      ***                   --------                                 ***00010410
      * SE CIERRA EL CURSOR, SE ACTUALIZAN Y CIERRAN LAS CAMPANAS, SE  *00010420
      * EMITE EL INFORME, SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS    *00010430
      * ESTADISTICAS DE LA EJECUCION.                                  *00010440
      ******************************************************************00010450
       3000-FIN.                                                        00010460
                                                                        00010470
           EXEC SQL                                                     00010480
                CLOSE C-TARJETAS                                        00010490
           END-EXEC                                                     00010500
                                                                        00010510
           MOVE WK-FECHA-PROCESO             TO WC-FECHA-PROCESO        00010520
                                                                        00010530
           MOVE WK-LINEA-CABECERA            TO REG-MPCHCGS1            00010540
           PERFORM 9200-ESCRIBIR-INFORME                                00010550
              THRU 9200-ESCRIBIR-INFORME-EXIT                           00010560
                                                                        00010570
           MOVE SPACES                       TO REG-MPCHCGS1            00010580
           PERFORM 9200-ESCRIBIR-INFORME                                00010590
              THRU 9200-ESCRIBIR-INFORME-EXIT                           00010600
                                                                        00010610
           MOVE WK-LINEA-TITULOS             TO REG-MPCHCGS1            00010620
           PERFORM 9200-ESCRIBIR-INFORME                                00010630
              THRU 9200-ESCRIBIR-INFORME-EXIT                           00010640
                                                                        00010650
           PERFORM 3060-ACTUALIZAR-CAMPANA                              00010660
              THRU 3060-ACTUALIZAR-CAMPANA-EXIT                         00010670
             VARYING WK-IDX-CAMPANA FROM 1 BY 1                         00010680
               UNTIL WK-IDX-CAMPANA > WK-NUM-CAMPANAS                   00010690
                                                                        00010700
           PERFORM 3100-CERRAR-FICHEROS                                 00010710
              THRU 3100-CERRAR-FICHEROS-EXIT                            00010720
                                                                        00010730
           PERFORM 3200-ESTADISTICAS                                    00010740
              THRU 3200-ESTADISTICAS-EXIT                               00010750
                                                                        00010760
           IF  WK-CAMPANA-CIERRE NOT = SPACES                           00010770
           AND NO-CIERRE-MANUAL                                         00010780
               MOVE CN-4                     TO RETURN-CODE             00010790
           END-IF                                                       00010800
                                                                        00010810
           STOP RUN                                                     00010820
                                                                        00010830
           .                                                            00010840
       3000-FIN-EXIT.                                                   00010850
           EXIT.                                                        00010860
                                                                        00010870
      ******************************************************************00010880
      ***                   3060-ACTUALIZAR-CAMPANA                  ***00010890
      ***                   -----------------------                  ***00010900
      * SE DECIDE SI LA CAMPANA SE CIERRA (CIERRE MANUAL, TODAS SUS    *00010910
      * REEMITIDAS ACTIVADAS O PLAZO VENCIDO), SE ACTUALIZAN SUS       *00010920
      * CONTADORES Y SE ESCRIBE SU LINEA EN EL INFORME.                *00010930
      ******************************************************************00010940
       3060-ACTUALIZAR-CAMPANA.                                         00010950
                                                                        00010960
           MOVE SPACES                       TO WK-MOTIVO-CIERRE        00010970
                                                                        00010980
           EVALUATE  TRUE                                               00010990
               WHEN  WK-CM-IDCAMPANA (WK-IDX-CAMPANA)                   00011000
                   = WK-CAMPANA-CIERRE                                  00011010
                     SET SI-CIERRE-MANUAL    TO TRUE                    00011020
                     MOVE CA-MOT-MANUAL      TO WK-MOTIVO-CIERRE        00011030
                                                                        00011040
               WHEN  WK-CM-ACTIVADAS (WK-IDX-CAMPANA)                   00011050
                 NOT < WK-CM-REEMITIDAS (WK-IDX-CAMPANA)                00011060
                     MOVE CA-MOT-COMPLETADA  TO WK-MOTIVO-CIERRE        00011070
                                                                        00011080
               WHEN  WK-CM-FECALTA (WK-IDX-CAMPANA)                     00011090
                 NOT > WK-FECHA-LIMITE                                  00011100
                     MOVE CA-MOT-PLAZO       TO WK-MOTIVO-CIERRE        00011110
                                                                        00011120
           END-EVALUATE                                                 00011130
                                                                        00011140
           MOVE WK-CM-IDCAMPANA (WK-IDX-CAMPANA)                        00011150
                                             TO G3217-IDCAMPANA         00011160
           MOVE WK-CM-REMITIDAS (WK-IDX-CAMPANA)                        00011170
                                             TO G3217-NUMREMITIDAS      00011180
           MOVE WK-CM-ACUSADAS (WK-IDX-CAMPANA)                         00011190
                                             TO G3217-NUMACUSADAS       00011200
           MOVE WK-CM-ACTIVADAS (WK-IDX-CAMPANA)                        00011210
                                             TO G3217-NUMACTIVADAS      00011220
                                                                        00011230
           IF  WK-MOTIVO-CIERRE = SPACES                                00011240
               MOVE CA-CAMPANA-ABIERTA       TO G3217-INDESTADO         00011250
               MOVE CA-FECHA-SIN-CIERRE      TO G3217-FECCIERRE         00011260
               MOVE CA-SIT-ABIERTA           TO WD-SITUACION            00011270
           ELSE                                                         00011280
               MOVE CA-CAMPANA-CERRADA       TO G3217-INDESTADO         00011290
               MOVE WK-FECHA-PROCESO         TO G3217-FECCIERRE         00011300
               MOVE CA-SIT-CERRADA           TO WD-SITUACION            00011310
               ADD CN-1                      TO CT-CAMPANAS-CERRADAS    00011320
           END-IF                                                       00011330
                                                                        00011340
           EXEC SQL                                                     00011350
                UPDATE COMPR_CAMPANA                                    00011360
                   SET G3217_NUMREMITIDAS  = :G3217-NUMREMITIDAS,       00011370
                       G3217_NUMACUSADAS   = :G3217-NUMACUSADAS,        00011380
                       G3217_NUMACTIVADAS  = :G3217-NUMACTIVADAS,       00011390
                       G3217_INDESTADO     = :G3217-INDESTADO,          00011400
                       G3217_FECCIERRE     = :G3217-FECCIERRE,          00011410
                       G3217_USUAUDIT      = :WK-USUAUDIT,              00011420
                       G3217_CONTCUR       =  CURRENT TIMESTAMP         00011430
                 WHERE G3217_IDCAMPANA     = :G3217-IDCAMPANA           00011440
           END-EXEC                                                     00011450
                                                                        00011460
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00011470
                                                                        00011480
           IF  NOT DB2-OK                                               00011490
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00011500
               MOVE CA-ERR-CAMPANA           TO WK-DESCRIPCION          00011510
               MOVE CA-PRF-3060              TO WK-PARRAFO              00011520
               MOVE CA-COMPR-CAMPANA         TO WK-TABLA-DB2            00011530
               MOVE CA-UPDATE                TO WK-DATOS-ACCESO         00011540
                                                                        00011550
               PERFORM 9000-CANCELACION                                 00011560
                  THRU 9000-CANCELACION-EXIT                            00011570
                                                                        00011580
           END-IF                                                       00011590
                                                                        00011600
           MOVE WK-CM-IDCAMPANA (WK-IDX-CAMPANA)                        00011610
                                             TO WD-IDCAMPANA            00011620
           MOVE WK-CM-FECALTA (WK-IDX-CAMPANA)                          00011630
                                             TO WD-FECALTA              00011640
           MOVE WK-CM-CARGADAS (WK-IDX-CAMPANA)                         00011650
                                             TO WD-CARGADAS             00011660
           MOVE WK-CM-BLOQUEADAS (WK-IDX-CAMPANA)                       00011670
                                             TO WD-BLOQUEADAS           00011680
           MOVE WK-CM-REEMITIDAS (WK-IDX-CAMPANA)                       00011690
                                             TO WD-REEMITIDAS           00011700
           MOVE WK-CM-REMITIDAS (WK-IDX-CAMPANA)                        00011710
                                             TO WD-REMITIDAS            00011720
           MOVE WK-CM-ACUSADAS (WK-IDX-CAMPANA)                         00011730
                                             TO WD-ACUSADAS             00011740
           MOVE WK-CM-ACTIVADAS (WK-IDX-CAMPANA)                        00011750
                                             TO WD-ACTIVADAS            00011760
           MOVE WK-MOTIVO-CIERRE             TO WD-MOTIVO               00011770
                                                                        00011780
           IF  WK-CM-REEMITIDAS (WK-IDX-CAMPANA) > ZEROES               00011790
               COMPUTE WK-PCT-ACTIVACION ROUNDED =                      00011800
                       WK-CM-ACTIVADAS (WK-IDX-CAMPANA) * CN-100        00011810
                     / WK-CM-REEMITIDAS (WK-IDX-CAMPANA)                00011820
           ELSE                                                         00011830
               MOVE ZEROES                   TO WK-PCT-ACTIVACION       00011840
           END-IF                                                       00011850
                                                                        00011860
           MOVE WK-PCT-ACTIVACION            TO WD-PCT-ACTIVACION       00011870
                                                                        00011880
           MOVE WK-LINEA-DETALLE             TO REG-MPCHCGS1            00011890
           PERFORM 9200-ESCRIBIR-INFORME                                00011900
              THRU 9200-ESCRIBIR-INFORME-EXIT                           00011910
                                                                        00011920
           .                                                            00011930
       3060-ACTUALIZAR-CAMPANA-EXIT.                                    00011940
           EXIT.                                                        00011950
                                                                        00011960
      ******************************************************************00011970
      ***                   3100-CERRAR-FICHEROS                     ***00011980
      ***                   ---------------------                    ***00011990
      * SE CIERRAN LOS FICHEROS.                                       *00012000
      ******************************************************************00012010
       3100-CERRAR-FICHEROS.                                            00012020
                                                                        00012030
           CLOSE MPCHCGE1                                               00012040
                 MPCHCGE2                                               00012050
                 MPCHCGE3                                               00012060
                 MPCHCGS1                                               00012070
                                                                        00012080
           IF  FS-MPCHCGS1 NOT = CA-FS-OK                               00012090
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00012100
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00012110
               MOVE CA-PRF-3100              TO WK-PARRAFO              00012120
               MOVE CA-MPCHCGS1              TO WK-DDNAME               00012130
               MOVE FS-MPCHCGS1              TO WK-FILE-STATUS          00012140
                                                                        00012150
               PERFORM 9000-CANCELACION                                 00012160
                  THRU 9000-CANCELACION-EXIT                            00012170
                                                                        00012180
           END-IF                                                       00012190
                                                                        00012200
           .                                                            00012210
       3100-CERRAR-FICHEROS-EXIT.                                       00012220
           EXIT.                                                        00012230
                                                                        00012240
      ******************************************************************00012250
      ***                   3200-ESTADISTICAS                        ***00012260
      ***                   -----------------                        ***00012270
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00012280
      ******************************************************************00012290
       3200-ESTADISTICAS.                                               00012300
                                                                        00012310
           MOVE CT-CAMPANAS-ABIERTAS          TO WK-CAMP-ABIERTAS-ED    00012320
           MOVE CT-TARJETAS-SEGUIDAS          TO WK-SEGUIDAS-ED         00012330
           MOVE CT-TARJETAS-ACTUALIZADAS      TO WK-ACTUALIZADAS-ED     00012340
           MOVE CT-REMESAS-LEIDAS             TO WK-REMESAS-ED          00012350
           MOVE CT-ACUSES-LEIDOS              TO WK-ACUSES-ED           00012360
           MOVE CT-CENSO-LEIDAS               TO WK-CENSO-ED            00012370
           MOVE CT-CAMPANAS-CERRADAS          TO WK-CAMP-CERRADAS-ED    00012380
                                                                        00012390
           DISPLAY WK-CAB-1                                             00012400
           DISPLAY WK-CAB-2                                             00012410
           DISPLAY WK-CAB-1                                             00012420
           DISPLAY WK-CAB-3                                             00012430
           DISPLAY WK-CAB-4                                             00012440
           DISPLAY WK-CAB-5                                             00012450
           DISPLAY WK-CAB-6                                             00012460
           DISPLAY WK-CAB-7                                             00012470
           DISPLAY WK-CAB-8                                             00012480
           DISPLAY WK-CAB-9                                             00012490
           DISPLAY WK-CAB-1                                             00012500
                                                                        00012510
           .                                                            00012520
       3200-ESTADISTICAS-EXIT.                                          00012530
           EXIT.                                                        00012540
                                                                        00012550
      ******************************************************************00012560
      ***                   9100-LEER-TARJETA                        ***00012570
      ***                   -----------------                        ***00012580
      * SE LEE LA SIGUIENTE TARJETA REEMITIDA DE LAS CAMPANAS ABIERTAS.*00012590
      ******************************************************************00012600
       9100-LEER-TARJETA.                                               00012610
                                                                        00012620
           INITIALIZE DCLCOMPR-TARJETA                                  00012630
                                                                        00012640
           EXEC SQL                                                     00012650
                FETCH C-TARJETAS                                        00012660
                 INTO :G3218-IDCAMPANA,                                 00012670
                      :G3218-XPANANT,                                   00012680
                      :G3218-XPAN,                                      00012690
                      :G3218-INDESTADO,                                 00012700
                      :G3218-FECREMESA,                                 00012710
                      :G3218-FECACUSE,                                  00012720
                      :G3218-FECACTIVACION                              00012730
           END-EXEC                                                     00012740
                                                                        00012750
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00012760
                                                                        00012770
           EVALUATE  TRUE                                               00012780
               WHEN  DB2-OK                                             00012790
                     CONTINUE                                           00012800
                                                                        00012810
               WHEN  DB2-CLV-NOT-FOUND                                  00012820
                     SET SI-FIN-TARJETAS     TO TRUE                    00012830
                                                                        00012840
               WHEN  OTHER                                              00012850
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00012860
                     MOVE CA-ERR-TARJETA     TO WK-DESCRIPCION          00012870
                     MOVE CA-PRF-9100        TO WK-PARRAFO              00012880
                     MOVE CA-COMPR-TARJETA   TO WK-TABLA-DB2            00012890
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00012900
                                                                        00012910
                     PERFORM 9000-CANCELACION                           00012920
                        THRU 9000-CANCELACION-EXIT                      00012930
                                                                        00012940
           END-EVALUATE                                                 00012950
                                                                        00012960
           .                                                            00012970
       9100-LEER-TARJETA-EXIT.                                          00012980
           EXIT.                                                        00012990
                                                                        00013000
      ******************************************************************00013010
      ***                   9150-LEER-MPCHCGE1                       ***00013020
      ***                   ------------------                       ***00013030
      * SE LEE LA SIGUIENTE TARJETA REMITIDA. AL FINAL DEL FICHERO LA  *00013040
      * CLAVE PASA A HIGH-VALUES PARA CERRAR EL CRUCE.                 *00013050
      ******************************************************************00013060
       9150-LEER-MPCHCGE1.                                              00013070
                                                                        00013080
           IF  SI-FIN-MPCHCGE1                                          00013090
               GO TO 9150-LEER-MPCHCGE1-EXIT                            00013100
           END-IF                                                       00013110
                                                                        00013120
           READ MPCHCGE1                                                00013130
           AT END                                                       00013140
                SET SI-FIN-MPCHCGE1          TO TRUE                    00013150
           END-READ                                                     00013160
                                                                        00013170
           IF  FS-MPCHCGE1 NOT = CA-FS-OK AND CA-FS-EOF                 00013180
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013190
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00013200
               MOVE CA-PRF-9150              TO WK-PARRAFO              00013210
               MOVE CA-MPCHCGE1              TO WK-DDNAME               00013220
               MOVE FS-MPCHCGE1              TO WK-FILE-STATUS          00013230
                                                                        00013240
               PERFORM 9000-CANCELACION                                 00013250
                  THRU 9000-CANCELACION-EXIT                            00013260
                                                                        00013270
           END-IF                                                       00013280
                                                                        00013290
           IF  SI-FIN-MPCHCGE1                                          00013300
               MOVE HIGH-VALUES              TO WK-CLAVE-REMESA         00013310
               GO TO 9150-LEER-MPCHCGE1-EXIT                            00013320
           END-IF                                                       00013330
                                                                        00013340
           ADD CN-1                          TO CT-REMESAS-LEIDAS       00013350
                                                                        00013360
           IF  RD-XPAN < WK-CLAVE-REMESA                                00013370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013380
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00013390
               MOVE CA-PRF-9150              TO WK-PARRAFO              00013400
               MOVE CA-MPCHCGE1              TO WK-DDNAME               00013410
               MOVE REG-MPCHCGE1             TO WK-DATOS-REGISTRO       00013420
                                                                        00013430
               PERFORM 9000-CANCELACION                                 00013440
                  THRU 9000-CANCELACION-EXIT                            00013450
                                                                        00013460
           END-IF                                                       00013470
                                                                        00013480
           MOVE RD-XPAN                      TO WK-CLAVE-REMESA         00013490
                                                                        00013500
           .                                                            00013510
       9150-LEER-MPCHCGE1-EXIT.                                         00013520
           EXIT.                                                        00013530
                                                                        00013540
      ******************************************************************00013550
      ***                   9160-LEER-MPCHCGE2                       ***00013560
      ***                   ------------------                       ***00013570
      * SE LEE EL SIGUIENTE ACUSE DEL EMBOZADOR. AL FINAL DEL FICHERO  *00013580
      * LA CLAVE PASA A HIGH-VALUES PARA CERRAR EL CRUCE.              *00013590
      ******************************************************************00013600
       9160-LEER-MPCHCGE2.                                              00013610
                                                                        00013620
           IF  SI-FIN-MPCHCGE2                                          00013630
               GO TO 9160-LEER-MPCHCGE2-EXIT                            00013640
           END-IF                                                       00013650
                                                                        00013660
           READ MPCHCGE2                                                00013670
           AT END                                                       00013680
                SET SI-FIN-MPCHCGE2          TO TRUE                    00013690
           END-READ                                                     00013700
                                                                        00013710
           IF  FS-MPCHCGE2 NOT = CA-FS-OK AND CA-FS-EOF                 00013720
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013730
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00013740
               MOVE CA-PRF-9160              TO WK-PARRAFO              00013750
               MOVE CA-MPCHCGE2              TO WK-DDNAME               00013760
               MOVE FS-MPCHCGE2              TO WK-FILE-STATUS          00013770
                                                                        00013780
               PERFORM 9000-CANCELACION                                 00013790
                  THRU 9000-CANCELACION-EXIT                            00013800
                                                                        00013810
           END-IF                                                       00013820
                                                                        00013830
           IF  SI-FIN-MPCHCGE2                                          00013840
               MOVE HIGH-VALUES              TO WK-CLAVE-ACUSE          00013850
               GO TO 9160-LEER-MPCHCGE2-EXIT                            00013860
           END-IF                                                       00013870
                                                                        00013880
           ADD CN-1                          TO CT-ACUSES-LEIDOS        00013890
                                                                        00013900
           IF  AK-XPAN < WK-CLAVE-ACUSE                                 00013910
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013920
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00013930
               MOVE CA-PRF-9160              TO WK-PARRAFO              00013940
               MOVE CA-MPCHCGE2              TO WK-DDNAME               00013950
               MOVE REG-MPCHCGE2             TO WK-DATOS-REGISTRO       00013960
                                                                        00013970
               PERFORM 9000-CANCELACION                                 00013980
                  THRU 9000-CANCELACION-EXIT                            00013990
                                                                        00014000
           END-IF                                                       00014010
                                                                        00014020
           MOVE AK-XPAN                      TO WK-CLAVE-ACUSE          00014030
                                                                        00014040
           .                                                            00014050
       9160-LEER-MPCHCGE2-EXIT.                                         00014060
           EXIT.                                                        00014070
                                                                        00014080
      ******************************************************************00014090
      ***                   9170-LEER-MPCHCGE3                       ***00014100
      ***                   ------------------                       ***00014110
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO. AL FINAL DEL FICHERO LA *00014120
      * CLAVE PASA A HIGH-VALUES PARA CERRAR EL CRUCE.                 *00014130
      ******************************************************************00014140
       9170-LEER-MPCHCGE3.                                              00014150
                                                                        00014160
           IF  SI-FIN-MPCHCGE3                                          00014170
               GO TO 9170-LEER-MPCHCGE3-EXIT                            00014180
           END-IF                                                       00014190
                                                                        00014200
           READ MPCHCGE3                     INTO WK-REGISTRO           00014210
           AT END                                                       00014220
                SET SI-FIN-MPCHCGE3          TO TRUE                    00014230
           END-READ                                                     00014240
                                                                        00014250
           IF  FS-MPCHCGE3 NOT = CA-FS-OK AND CA-FS-EOF                 00014260
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014270
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00014280
               MOVE CA-PRF-9170              TO WK-PARRAFO              00014290
               MOVE CA-MPCHCGE3              TO WK-DDNAME               00014300
               MOVE FS-MPCHCGE3              TO WK-FILE-STATUS          00014310
                                                                        00014320
               PERFORM 9000-CANCELACION                                 00014330
                  THRU 9000-CANCELACION-EXIT                            00014340
                                                                        00014350
           END-IF                                                       00014360
                                                                        00014370
           IF  SI-FIN-MPCHCGE3                                          00014380
               MOVE HIGH-VALUES              TO WK-CLAVE-CENSO          00014390
               GO TO 9170-LEER-MPCHCGE3-EXIT                            00014400
           END-IF                                                       00014410
                                                                        00014420
           ADD CN-1                          TO CT-CENSO-LEIDAS         00014430
                                                                        00014440
           IF  WK-XPAN-009 < WK-CLAVE-CENSO                             00014450
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014460
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00014470
               MOVE CA-PRF-9170              TO WK-PARRAFO              00014480
               MOVE CA-MPCHCGE3              TO WK-DDNAME               00014490
               MOVE WK-XPAN-009              TO WK-DATOS-REGISTRO       00014500
                                                                        00014510
               PERFORM 9000-CANCELACION                                 00014520
                  THRU 9000-CANCELACION-EXIT                            00014530
                                                                        00014540
           END-IF                                                       00014550
                                                                        00014560
           MOVE WK-XPAN-009                  TO WK-CLAVE-CENSO          00014570
                                                                        00014580
           .                                                            00014590
       9170-LEER-MPCHCGE3-EXIT.                                         00014600
           EXIT.                                                        00014610
                                                                        00014620
      ******************************************************************00014630
      ***                   9200-ESCRIBIR-INFORME                    ***00014640
      ***                   ---------------------                    ***00014650
      * SE ESCRIBE UNA LINEA DEL INFORME DE SITUACION.                 *00014660
      ******************************************************************00014670
       9200-ESCRIBIR-INFORME.                                           00014680
                                                                        00014690
           WRITE REG-MPCHCGS1                                           00014700
                                                                        00014710
           IF  FS-MPCHCGS1 NOT = CA-FS-OK                               00014720
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014730
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00014740
               MOVE CA-PRF-9200              TO WK-PARRAFO              00014750
               MOVE CA-MPCHCGS1              TO WK-DDNAME               00014760
               MOVE FS-MPCHCGS1              TO WK-FILE-STATUS          00014770
               MOVE REG-MPCHCGS1             TO WK-DATOS-REGISTRO       00014780
                                                                        00014790
               PERFORM 9000-CANCELACION                                 00014800
                  THRU 9000-CANCELACION-EXIT                            00014810
                                                                        00014820
           END-IF                                                       00014830
                                                                        00014840
           .                                                            00014850
       9200-ESCRIBIR-INFORME-EXIT.                                      00014860
           EXIT.                                                        00014870
                                                                        00014880
      ******************************************************************00014890
      ***                   9000-CANCELACION                         ***00014900
      ***                   ----------------                         ***00014910
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00014920
      ******************************************************************00014930
       9000-CANCELACION.                                                00014940
                                                                        00014950
           MOVE CA-RESP                       TO WK-RESPONSABLE         00014960
                                                                        00014970
           EVALUATE  TRUE                                               00014980
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00014990
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015000
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015010
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00015020
                         RESPONSABLE('WK-RESPONSABLE')                  00015030
                         DESCRIPCION('WK-DESCRIPCION')                  00015040
                         PROGRAMA('WK-PROGRAMA')                        00015050
                         PARRAFO('WK-PARRAFO')                          00015060
                         SQLCA('SQLCA')                                 00015070
                         TABLA_DB2('WK-TABLA-DB2')                      00015080
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00015090
                     END-FUN                                            00015100
                                                                        00015110
               WHEN  OTHER                                              00015120
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015130
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015140
                         RESPONSABLE('WK-RESPONSABLE')                  00015150
                         DESCRIPCION('WK-DESCRIPCION')                  00015160
                         PROGRAMA('WK-PROGRAMA')                        00015170
                         PARRAFO('WK-PARRAFO')                          00015180
                         DDNAME('WK-DDNAME')                            00015190
                         FILE_STATUS('WK-FILE-STATUS')                  00015200
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00015210
                     END-FUN                                            00015220
                                                                        00015230
           END-EVALUATE                                                 00015240
                                                                        00015250
           .                                                            00015260
       9000-CANCELACION-EXIT.                                           00015270
           EXIT.                                                        00015280
