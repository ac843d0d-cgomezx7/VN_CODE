      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHREE.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: DETECCION DE REEMISIONES EXCESIVAS DE TARJETAS   *00000110
      *               POR CUENTA. RECORRE EL CENSO DE TARJETAS,        *00000120
      *               CLASIFICADO POR ENTIDAD, CENTRO Y CUENTA, Y      *00000130
      *               RECONSTRUYE PARA CADA CUENTA LAS CADENAS DE      *00000140
      *               SUSTITUCION A TRAVES DEL XPAN ANTERIOR           *00000150
      *               (WK-XPANANT-009). EN CADA CADENA CUENTA LAS      *00000160
      *               REEMISIONES CUYA FECHA DE ALTA (WK-FECALTA-009)  *00000170
      *               CAE DENTRO DE LA VENTANA MOVIL DE DIAS Y, SI     *00000180
      *               SUPERAN EL UMBRAL DEL TIPO DE TARJETA, ESCRIBE   *00000190
      *               LA TARJETA VIGENTE DE LA CADENA EN EL FICHERO    *00000200
      *               DE REVISION PARA EL EQUIPO DE FRAUDE, CON EL     *00000210
      *               FORMATO NECESARIO PARA DARLA DE ALTA EN          *00000220
      *               FRAUDE_BLOQUEO SI SE CONFIRMA.                   *00000230
      *-                                                              -*00000240
      *  PARAMETROS SYSIN:                                             *00000250
      *        FECHA DE PROCESO (AAAA-MM-DD), OBLIGATORIA.             *00000260
      *        DIAS DE LA VENTANA MOVIL        (POR DEFECTO 365).      *00000270
      *        UMBRAL GENERAL DE REEMISIONES   (POR DEFECTO 03).       *00000280
      *        HASTA DIEZ PARES TIPO DE TARJETA (2) + UMBRAL (2) QUE   *00000290
      *        SUSTITUYEN AL UMBRAL GENERAL PARA ESE TIPO.             *00000300
      *-                                                              -*00000310
      *  FICHEROS DE ENTRADA:                                          *00000320
      *        MPCHREE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1),        *00000330
      *                   CLASIFICADO POR ENTIDAD, CENTRO Y CUENTA.    *00000340
      *-                                                              -*00000350
      *  FICHEROS DE SALIDA:                                           *00000360
      *        MPCHRES1 : TARJETAS CON REEMISIONES EXCESIVAS PARA      *00000370
      *                   REVISION POR EL EQUIPO DE FRAUDE.            *00000380
      *-                                                              -*00000390
      *  TABLAS DB2:                                                   *00000400
      *        SYSIBM.SYSDUMMY1 : CALCULO DEL INICIO DE LA VENTANA.    *00000410
      *-                                                              -*00000420
      *  CODIGOS DE RETORNO:                                           *00000430
      *        0 : NINGUNA CADENA SUPERA SU UMBRAL.                    *00000440
      *        4 : SE HA ESCRITO ALGUNA TARJETA PARA REVISION.         *00000450
      *-                                                              -*00000460
      *  RUTINAS Y MODULOS:                                            *00000470
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000480
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000490
      *-                                                              -*00000500
      ******************************************************************00000510
      *                  M O D I F I C A C I O N E S                   *00000520
      *                  ---------------------------                   *00000530
      *                                                                *00000540
      * USUARIO  FECHA        DESCRIPCION                              *00000550
      * -------- ----------   ---------------------------------------- *00000560
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. DETECCION DE     *00000570
      *                        REEMISIONES EXCESIVAS POR CUENTA.       *00000580
      *                                                                *00000590
      ******************************************************************00000600
                                                                        00000610
      ******************************************************************00000620
      * IDENTIFICATION DIVISION                                        *00000630
      ******************************************************************00000640
       IDENTIFICATION DIVISION.                                         00000650
       PROGRAM-ID.    MPCHREE.                                          00000660
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
      * -- CENSO DE TARJETAS.                                           00000920
           SELECT MPCHREE1 ASSIGN MPCHREE1                              00000930
                  ACCESS MODE IS SEQUENTIAL                             00000940
                  FILE STATUS IS FS-MPCHREE1.                           00000950
                                                                        00000960
      * -- TARJETAS PARA REVISION POR FRAUDE.                           00000970
           SELECT MPCHRES1 ASSIGN MPCHRES1                              00000980
                  ACCESS MODE IS SEQUENTIAL                             00000990
                  FILE STATUS IS FS-MPCHRES1.                           00001000
                                                                        00001010
      ******************************************************************00001020
      * DATA DIVISION                                                  *00001030
      ******************************************************************00001040
       DATA DIVISION.                                                   00001050
                                                                        00001060
      *----------------------------------------------------------------*00001070
      * FILE SECTION                                                   *00001080
      *----------------------------------------------------------------*00001090
       FILE SECTION.                                                    00001100
                                                                        00001110
       FD  MPCHREE1                                                     00001120
           BLOCK CONTAINS 0 RECORDS                                     00001130
           RECORDING MODE IS F                                          00001140
           LABEL RECORD ARE STANDARD                                    00001150
           RECORD CONTAINS 651 CHARACTERS                               00001160
           DATA RECORD IS REG-MPCHREE1.                                 00001170
       01  REG-MPCHREE1                    PIC X(651).                  00001180
                                                                        00001190
      *--  LOS CAMPOS RV-XPAN, RV-CODBLOQUEO Y RV-INDACTIVO SE          00001200
      *--  CORRESPONDEN CON LAS COLUMNAS DE FRAUDE_BLOQUEO; EL EQUIPO   00001210
      *--  DE FRAUDE PASA RV-INDACTIVO A 'S' EN LAS QUE CONFIRME.       00001220
       FD  MPCHRES1                                                     00001230
           BLOCK CONTAINS 0 RECORDS                                     00001240
           RECORDING MODE IS F                                          00001250
           LABEL RECORD ARE STANDARD                                    00001260
           RECORD CONTAINS 120 CHARACTERS                               00001270
           DATA RECORD IS REG-MPCHRES1.                                 00001280
       01  REG-MPCHRES1.                                                00001290
           05  RV-XPAN                     PIC X(22).                   00001300
           05  RV-XPANANT                  PIC X(22).                   00001310
           05  RV-CDGENTI                  PIC X(04).                   00001320
           05  RV-CENTALTA                 PIC X(04).                   00001330
           05  RV-CUENTNU                  PIC X(12).                   00001340
           05  RV-NUBENCT                  PIC 9(05).                   00001350
           05  RV-INDTIPT                  PIC 9(02).                   00001360
           05  RV-ISSUENUM                 PIC 9(03).                   00001370
           05  RV-REEMISIONES              PIC 9(03).                   00001380
           05  RV-UMBRAL                   PIC 9(03).                   00001390
           05  RV-FECHA-PRIMERA            PIC X(10).                   00001400
           05  RV-FECHA-ULTIMA             PIC X(10).                   00001410
           05  RV-CODBLOQUEO               PIC X(02).                   00001420
           05  RV-INDACTIVO                PIC X(01).                   00001430
           05  RV-FECPROCESO               PIC X(10).                   00001440
           05  FILLER                      PIC X(07).                   00001450
                                                                        00001460
      *----------------------------------------------------------------*00001470
      * WORKING-STORAGE SECTION                                        *00001480
      *----------------------------------------------------------------*00001490
       WORKING-STORAGE SECTION.                                         00001500
                                                                        00001510
      ******************************************************************00001520
      *                        S W I T C H E S                         *00001530
      ******************************************************************00001540
       01  SW-SWITCHES.                                                 00001550
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001560
               88  DB2-OK                              VALUE 0.         00001570
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001580
           05  SW-FIN-MPCHREE1             PIC X(01)   VALUE 'N'.       00001590
               88  SI-FIN-MPCHREE1                     VALUE 'S'.       00001600
               88  NO-FIN-MPCHREE1                     VALUE 'N'.       00001610
           05  SW-CLAVE-ENCONTRADA         PIC X(01)   VALUE 'N'.       00001620
               88  SI-CLAVE-ENCONTRADA                 VALUE 'S'.       00001630
               88  NO-CLAVE-ENCONTRADA                 VALUE 'N'.       00001640
                                                                        00001650
      ******************************************************************00001660
      *                      C O N S T A N T E S                       *00001670
      ******************************************************************00001680
       01  CT-CONSTANTES.                                               00001690
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001700
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001710
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001720
               10  CA-MPCHREE              PIC X(08)   VALUE 'MPCHREE'. 00001730
               10  CA-RESP                 PIC X(14)   VALUE            00001740
                                   'MEDIOS DE PAGO'.                    00001750
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001760
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001770
               10  CA-MPCHREE1             PIC X(08)   VALUE 'MPCHREE1'.00001780
               10  CA-MPCHRES1             PIC X(08)   VALUE 'MPCHRES1'.00001790
               10  CA-SYSDUMMY1            PIC X(16)   VALUE            00001800
                                   'SYSIBM.SYSDUMMY1'.                  00001810
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001820
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001830
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001840
      *--      CODIGO DE BLOQUEO PROPUESTO PARA FRAUDE_BLOQUEO.         00001850
               10  CA-COD-REEMISION        PIC X(02)   VALUE 'RE'.      00001860
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001870
                                   'ERROR AL ABRIR UN FICHERO'.         00001880
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001890
                                   'ERROR AL CERRAR UN FICHERO'.        00001900
               10  CA-ERR-LEER             PIC X(25)   VALUE            00001910
                                   'ERROR AL LEER UN FICHERO'.          00001920
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001930
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001940
               10  CA-ERR-FECHA-PROCESO    PIC X(38)   VALUE            00001950
                         'FECHA DE PROCESO DE SYSIN SIN INFORMAR'.      00001960
               10  CA-ERR-FECHAS           PIC X(38)   VALUE            00001970
                         'ERROR AL CALCULAR EL INICIO VENTANA   '.      00001980
               10  CA-ERR-SECUENCIA        PIC X(38)   VALUE            00001990
                         'CENSO NO CLASIFICADO POR CUENTA       '.      00002000
               10  CA-ERR-TABLA-LLENA      PIC X(40)   VALUE            00002010
                         'TABLA DE TARJETAS DE LA CUENTA LLENA    '.    00002020
               10  CA-PRF-1050             PIC X(23)   VALUE            00002030
                                   '1050-VALIDAR-PARAMETROS'.           00002040
               10  CA-PRF-1100             PIC X(19)   VALUE            00002050
                                   '1100-ABRIR-FICHEROS'.               00002060
               10  CA-PRF-1150             PIC X(21)   VALUE            00002070
                                   '1150-CALCULAR-VENTANA'.             00002080
               10  CA-PRF-2100             PIC X(21)   VALUE            00002090
                                   '2100-ACUMULAR-TARJETA'.             00002100
               10  CA-PRF-2400             PIC X(22)   VALUE            00002110
                                   '2400-ESCRIBIR-REVISION'.            00002120
               10  CA-PRF-3100             PIC X(20)   VALUE            00002130
                                   '3100-CERRAR-FICHEROS'.              00002140
               10  CA-PRF-9100             PIC X(18)   VALUE            00002150
                                   '9100-LEER-MPCHREE1'.                00002160
                                                                        00002170
           05  CN-CONSTANTES-NUMERICAS.                                 00002180
               10  CN-1                    PIC 9(01)   VALUE 1.         00002190
               10  CN-4                    PIC 9(01)   VALUE 4.         00002200
               10  CN-DIAS-VENTANA         PIC 9(03)   VALUE 365.       00002210
               10  CN-UMBRAL-DEFECTO       PIC 9(02)   VALUE 3.         00002220
               10  CN-MAX-PARES            PIC 9(02)   VALUE 10.        00002230
               10  CN-MAX-TARJETAS         PIC 9(03)   VALUE 500.       00002240
                                                                        00002250
      ******************************************************************00002260
      *                    C O N T A D O R E S                         *00002270
      ******************************************************************00002280
       01  CT-CONTADORES.                                               00002290
           05  CT-LEIDAS                   PIC 9(9)    VALUE ZEROES.    00002300
           05  CT-CUENTAS                  PIC 9(9)    VALUE ZEROES.    00002310
           05  CT-CADENAS                  PIC 9(9)    VALUE ZEROES.    00002320
           05  CT-REEMISIONES              PIC 9(9)    VALUE ZEROES.    00002330
           05  CT-REVISION                 PIC 9(9)    VALUE ZEROES.    00002340
                                                                        00002350
      ******************************************************************00002360
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002370
      ******************************************************************00002380
       01  WK-ESTADISTICA.                                              00002390
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002400
           05  WK-CAB-2                    PIC X(55)   VALUE            00002410
                   '* ESTADISTICAS DE MPCHREE                   *'.     00002420
           05  WK-CAB-3.                                                00002430
               10  FILLER                  PIC X(45)   VALUE            00002440
                   '* TARJETAS DEL CENSO LEIDAS:               '.       00002450
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00002460
               10  FILLER                  PIC X(01)   VALUE '*'.       00002470
           05  WK-CAB-4.                                                00002480
               10  FILLER                  PIC X(45)   VALUE            00002490
                   '* CUENTAS TRATADAS:                        '.       00002500
               10  WK-CUENTAS-ED           PIC ZZZZZZZZ9.               00002510
               10  FILLER                  PIC X(01)   VALUE '*'.       00002520
           05  WK-CAB-5.                                                00002530
               10  FILLER                  PIC X(45)   VALUE            00002540
                   '* CADENAS DE SUSTITUCION ANALIZADAS:       '.       00002550
               10  WK-CADENAS-ED           PIC ZZZZZZZZ9.               00002560
               10  FILLER                  PIC X(01)   VALUE '*'.       00002570
           05  WK-CAB-6.                                                00002580
               10  FILLER                  PIC X(45)   VALUE            00002590
                   '* REEMISIONES DENTRO DE LA VENTANA:        '.       00002600
               10  WK-REEMISIONES-ED       PIC ZZZZZZZZ9.               00002610
               10  FILLER                  PIC X(01)   VALUE '*'.       00002620
           05  WK-CAB-7.                                                00002630
               10  FILLER                  PIC X(45)   VALUE            00002640
                   '* TARJETAS PARA REVISION (MPCHRES1):       '.       00002650
               10  WK-REVISION-ED          PIC ZZZZZZZZ9.               00002660
               10  FILLER                  PIC X(01)   VALUE '*'.       00002670
                                                                        00002680
      ******************************************************************00002690
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002700
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002710
      ******************************************************************00002720
       01  WK-CANCELACION-BATCH.                                        00002730
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002740
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002750
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002760
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHREE'. 00002770
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002780
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002790
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002800
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002810
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002820
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002830
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002840
                                                                        00002850
      ******************************************************************00002860
      *                      F I L E  S T A T U S                      *00002870
      ******************************************************************00002880
       01  FS-FILE-STATUS.                                              00002890
           05  FS-MPCHREE1                 PIC X(02).                   00002900
           05  FS-MPCHRES1                 PIC X(02).                   00002910
                                                                        00002920
      ******************************************************************00002930
      * PARAMETROS DE ENTRADA POR SYSIN: FECHA DE PROCESO, DIAS DE LA  *00002940
      * VENTANA, UMBRAL GENERAL Y UMBRALES POR TIPO DE TARJETA (EN     *00002950
      * BLANCO O NO NUMERICOS = SE MANTIENEN LOS VALORES POR DEFECTO). *00002960
      ******************************************************************00002970
       01  WK-PARAMETROS-SYSIN.                                         00002980
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00002990
           05  WK-DIAS-VENTANA-AN          PIC X(03)   VALUE SPACES.    00003000
           05  WK-UMBRAL-DEFECTO-AN        PIC X(02)   VALUE SPACES.    00003010
           05  WK-UMBRALES-TIPO-AN         PIC X(40)   VALUE SPACES.    00003020
           05  WK-UMBRALES-TIPO-R  REDEFINES WK-UMBRALES-TIPO-AN.       00003030
               10  WK-PAR-UMBRAL           OCCURS 10 TIMES.             00003040
                   15  WK-PAR-INDTIPT-AN   PIC X(02).                   00003050
                   15  WK-PAR-UMBRAL-AN    PIC X(02).                   00003060
                                                                        00003070
      ******************************************************************00003080
      * VENTANA MOVIL Y UMBRALES EN VIGOR.                             *00003090
      ******************************************************************00003100
       01  WK-VENTANA.                                                  00003110
           05  WK-DIAS-VENTANA             PIC S9(04)  COMP VALUE +0.   00003120
           05  WK-FECHA-DESDE              PIC X(10)   VALUE SPACES.    00003130
           05  WK-UMBRAL-DEFECTO           PIC 9(03)   VALUE ZEROES.    00003140
                                                                        00003150
       01  WK-TABLA-UMBRALES.                                           00003160
           05  WK-NUM-UMBRALES             PIC 9(02)   VALUE ZEROES.    00003170
           05  WK-UMBRAL-TAB OCCURS 10 TIMES.                           00003180
               10  WK-UMB-INDTIPT          PIC 9(02).                   00003190
               10  WK-UMB-UMBRAL           PIC 9(03).                   00003200
                                                                        00003210
      ******************************************************************00003220
      * TARJETAS DE LA CUENTA EN CURSO. WK-TJ-ANTERIOR APUNTA A LA     *00003230
      * TARJETA SUSTITUIDA (CERO SI NO ESTA EN EL CENSO) Y WK-TJ-      *00003240
      * SUCESOR INDICA QUE OTRA TARJETA LA HA SUSTITUIDO, POR LO QUE   *00003250
      * LAS QUE NO TIENEN SUCESOR SON LAS VIGENTES DE CADA CADENA.     *00003260
      ******************************************************************00003270
       01  WK-TABLA-TARJETAS.                                           00003280
           05  WK-NUM-TARJETAS             PIC 9(03)   VALUE ZEROES.    00003290
           05  WK-TARJETA-TAB OCCURS 500 TIMES.                         00003300
               10  WK-TJ-XPAN              PIC X(22).                   00003310
               10  WK-TJ-XPANANT           PIC X(22).                   00003320
               10  WK-TJ-FECALTA           PIC X(10).                   00003330
               10  WK-TJ-NUBENCT           PIC 9(05).                   00003340
               10  WK-TJ-INDTIPT           PIC 9(02).                   00003350
               10  WK-TJ-ISSUENUM          PIC 9(03).                   00003360
               10  WK-TJ-ANTERIOR          PIC 9(03).                   00003370
               10  WK-TJ-SUCESOR           PIC X(01).                   00003380
                                                                        00003390
      ******************************************************************00003400
      * CLAVE DE CUENTA DE LA TARJETA LEIDA Y DE LA CUENTA EN CURSO.   *00003410
      ******************************************************************00003420
       01  WK-CLAVE-LEIDA.                                              00003430
           05  WK-CL-CDGENTI               PIC X(04).                   00003440
           05  WK-CL-CENTALTA              PIC X(04).                   00003450
           05  WK-CL-CUENTNU               PIC X(12).                   00003460
                                                                        00003470
       01  WK-CLAVE-CUENTA.                                             00003480
           05  WK-CC-CDGENTI               PIC X(04).                   00003490
           05  WK-CC-CENTALTA              PIC X(04).                   00003500
           05  WK-CC-CUENTNU               PIC X(12).                   00003510
                                                                        00003520
      ******************************************************************00003530
      * IMAGEN DEL REGISTRO DEL CENSO (FORMATO MPCHSEE1), SOLO LOS     *00003540
      * CAMPOS NECESARIOS PARA LAS CADENAS DE SUSTITUCION.             *00003550
      ******************************************************************00003560
       01  WK-REGISTRO.                                                 00003570
           05  WK-CDGENTI-009              PIC X(04).                   00003580
           05  WK-CDGMAR-009               PIC S9(02)V USAGE COMP-3.    00003590
           05  WK-INDTIPT-009              PIC S9(02)V USAGE COMP-3.    00003600
           05  WK-CENTALTA-009             PIC X(04).                   00003610
           05  WK-CUENTNU-009              PIC X(12).                   00003620
           05  WK-NUBENCT-009              PIC S9(05)V USAGE COMP-3.    00003630
           05  WK-NUPLASTI-009             PIC S9(12)V USAGE COMP-3.    00003640
           05  WK-TIPBON-009               PIC X(06).                   00003650
           05  WK-XPAN-009                 PIC X(22).                   00003660
           05  WK-XPANANT-009              PIC X(22).                   00003670
           05  WK-FECALTA-009              PIC X(10).                   00003680
           05  WK-FECALTAN-009             PIC X(10).                   00003690
           05  WK-FEULTUSO-009             PIC X(10).                   00003700
           05  FILLER                      PIC X(195).                  00003710
           05  WK-ISSUENUM-009             PIC S9(03)V USAGE COMP-3.    00003720
           05  WK-ISSUEANT-009             PIC S9(03)V USAGE COMP-3.    00003730
           05  FILLER                      PIC X(338).                  00003740
                                                                        00003750
      ******************************************************************00003760
      *                      V A R I A B L E S                         *00003770
      ******************************************************************00003780
       01  WK-VARIABLES.                                                00003790
           05  WK-IDX                      PIC 9(03)   VALUE ZEROES.    00003800
           05  WK-IDX2                     PIC 9(03)   VALUE ZEROES.    00003810
           05  WK-IDX-CADENA               PIC 9(03)   VALUE ZEROES.    00003820
           05  WK-IDX-UMB                  PIC 9(02)   VALUE ZEROES.    00003830
           05  WK-PASOS                    PIC 9(03)   VALUE ZEROES.    00003840
           05  WK-REEMISIONES              PIC 9(03)   VALUE ZEROES.    00003850
           05  WK-UMBRAL                   PIC 9(03)   VALUE ZEROES.    00003860
           05  WK-FECHA-PRIMERA            PIC X(10)   VALUE SPACES.    00003870
                                                                        00003880
      * -- COPY DE COMUNICACION CON DB2.                                00003890
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003900
                                                                        00003910
      ******************************************************************00003920
      *                       PROCEDURE DIVISION                       *00003930
      ******************************************************************00003940
       PROCEDURE DIVISION.                                              00003950
                                                                        00003960
           PERFORM 1000-INICIO                                          00003970
              THRU 1000-INICIO-EXIT                                     00003980
                                                                        00003990
           PERFORM 2000-PROCESO                                         00004000
              THRU 2000-PROCESO-EXIT                                    00004010
             UNTIL SI-FIN-MPCHREE1                                      00004020
                                                                        00004030
           PERFORM 3000-FIN                                             00004040
              THRU 3000-FIN-EXIT                                        00004050
                                                                        00004060
           .                                                            00004070
                                                                        00004080
      ******************************************************************00004090
      ***                   1000-INICIO                              ***00004100
      ***                   -----------                              ***00004110
      * SE INICIALIZAN LAS VARIABLES, SE VALIDAN LOS PARAMETROS, SE    *00004120
      * ABREN LOS FICHEROS, SE CALCULA EL INICIO DE LA VENTANA Y SE    *00004130
      * LEE LA PRIMERA TARJETA DEL CENSO.                              *00004140
      ******************************************************************00004150
       1000-INICIO.                                                     00004160
                                                                        00004170
           INITIALIZE WK-VARIABLES                                      00004180
                      WK-TABLA-UMBRALES                                 00004190
                      CT-CONTADORES                                     00004200
                                                                        00004210
           SET NO-FIN-MPCHREE1               TO TRUE                    00004220
           MOVE LOW-VALUES                   TO WK-CLAVE-LEIDA          00004230
                                                                        00004240
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004250
                                                                        00004260
           PERFORM 1050-VALIDAR-PARAMETROS                              00004270
              THRU 1050-VALIDAR-PARAMETROS-EXIT                         00004280
                                                                        00004290
           PERFORM 1100-ABRIR-FICHEROS                                  00004300
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004310
                                                                        00004320
           PERFORM 1150-CALCULAR-VENTANA                                00004330
              THRU 1150-CALCULAR-VENTANA-EXIT                           00004340
                                                                        00004350
           PERFORM 9100-LEER-MPCHREE1                                   00004360
              THRU 9100-LEER-MPCHREE1-EXIT                              00004370
                                                                        00004380
           .                                                            00004390
       1000-INICIO-EXIT.                                                00004400
           EXIT.                                                        00004410
                                                                        00004420
      ******************************************************************00004430
      ***                   1050-VALIDAR-PARAMETROS                  ***00004440
      ***                   -----------------------                  ***00004450
      * SE COMPRUEBA QUE LLEGA LA FECHA DE PROCESO Y SE TOMAN LOS DIAS *00004460
      * DE LA VENTANA Y LOS UMBRALES DE SYSIN O LOS DE DEFECTO.        *00004470
      ******************************************************************00004480
       1050-VALIDAR-PARAMETROS.                                         00004490
                                                                        00004500
           IF  WK-FECHA-PROCESO = SPACES                                00004510
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004520
               MOVE CA-ERR-FECHA-PROCESO     TO WK-DESCRIPCION          00004530
               MOVE CA-PRF-1050              TO WK-PARRAFO              00004540
                                                                        00004550
               PERFORM 9000-CANCELACION                                 00004560
                  THRU 9000-CANCELACION-EXIT                            00004570
                                                                        00004580
           END-IF                                                       00004590
                                                                        00004600
           IF  WK-DIAS-VENTANA-AN NUMERIC                               00004610
           AND WK-DIAS-VENTANA-AN > ZEROES                              00004620
               MOVE WK-DIAS-VENTANA-AN       TO WK-DIAS-VENTANA         00004630
           ELSE                                                         00004640
               MOVE CN-DIAS-VENTANA          TO WK-DIAS-VENTANA         00004650
           END-IF                                                       00004660
                                                                        00004670
           IF  WK-UMBRAL-DEFECTO-AN NUMERIC                             00004680
               MOVE WK-UMBRAL-DEFECTO-AN     TO WK-UMBRAL-DEFECTO       00004690
           ELSE                                                         00004700
               MOVE CN-UMBRAL-DEFECTO        TO WK-UMBRAL-DEFECTO       00004710
           END-IF                                                       00004720
                                                                        00004730
           PERFORM 1060-CARGAR-UMBRAL                                   00004740
              THRU 1060-CARGAR-UMBRAL-EXIT                              00004750
             VARYING WK-IDX-UMB FROM 1 BY 1                             00004760
               UNTIL WK-IDX-UMB > CN-MAX-PARES                          00004770
                                                                        00004780
           .                                                            00004790
       1050-VALIDAR-PARAMETROS-EXIT.                                    00004800
           EXIT.                                                        00004810
                                                                        00004820
      ******************************************************************00004830
      ***                   1060-CARGAR-UMBRAL                       ***00004840
      ***                   ------------------                       ***00004850
      * SE CARGA EN LA TABLA DE UMBRALES UN PAR TIPO DE TARJETA Y      *00004860
      * UMBRAL DE SYSIN; LOS PARES EN BLANCO O NO NUMERICOS SE         *00004870
      * IGNORAN.                                                       *00004880
      ******************************************************************00004890
       1060-CARGAR-UMBRAL.                                              00004900
                                                                        00004910
           IF  WK-PAR-INDTIPT-AN (WK-IDX-UMB) NOT NUMERIC               00004920
            OR WK-PAR-UMBRAL-AN  (WK-IDX-UMB) NOT NUMERIC               00004930
               GO TO 1060-CARGAR-UMBRAL-EXIT                            00004940
           END-IF                                                       00004950
                                                                        00004960
           ADD CN-1                          TO WK-NUM-UMBRALES         00004970
           MOVE WK-PAR-INDTIPT-AN (WK-IDX-UMB)                          00004980
             TO WK-UMB-INDTIPT (WK-NUM-UMBRALES)                        00004990
           MOVE WK-PAR-UMBRAL-AN (WK-IDX-UMB)                           00005000
             TO WK-UMB-UMBRAL (WK-NUM-UMBRALES)                         00005010
                                                                        00005020
           .                                                            00005030
       1060-CARGAR-UMBRAL-EXIT.                                         00005040
           EXIT.                                                        00005050
                                                                        00005060
      ******************************************************************00005070
      ***                   1100-ABRIR-FICHEROS                      ***00005080
      ***                   -------------------                      ***00005090
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00005100
      ******************************************************************00005110
       1100-ABRIR-FICHEROS.                                             00005120
                                                                        00005130
           OPEN INPUT  MPCHREE1                                         00005140
                OUTPUT MPCHRES1                                         00005150
                                                                        00005160
           IF  FS-MPCHREE1 NOT = CA-FS-OK                               00005170
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005180
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005190
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005200
               MOVE CA-MPCHREE1              TO WK-DDNAME               00005210
               MOVE FS-MPCHREE1              TO WK-FILE-STATUS          00005220
                                                                        00005230
               PERFORM 9000-CANCELACION                                 00005240
                  THRU 9000-CANCELACION-EXIT                            00005250
                                                                        00005260
           END-IF                                                       00005270
                                                                        00005280
           IF  FS-MPCHRES1 NOT = CA-FS-OK                               00005290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00005300
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00005310
               MOVE CA-PRF-1100              TO WK-PARRAFO              00005320
               MOVE CA-MPCHRES1              TO WK-DDNAME               00005330
               MOVE FS-MPCHRES1              TO WK-FILE-STATUS          00005340
                                                                        00005350
               PERFORM 9000-CANCELACION                                 00005360
                  THRU 9000-CANCELACION-EXIT                            00005370
                                                                        00005380
           END-IF                                                       00005390
                                                                        00005400
           .                                                            00005410
       1100-ABRIR-FICHEROS-EXIT.                                        00005420
           EXIT.                                                        00005430
                                                                        00005440
      ******************************************************************00005450
      ***                   1150-CALCULAR-VENTANA                    ***00005460
      ***                   ---------------------                    ***00005470
      * SE CALCULA LA FECHA DE INICIO DE LA VENTANA MOVIL A PARTIR DE  *00005480
      * LA FECHA DE PROCESO.                                           *00005490
      ******************************************************************00005500
       1150-CALCULAR-VENTANA.                                           00005510
                                                                        00005520
           EXEC SQL                                                     00005530
                SELECT CHAR(DATE(:WK-FECHA-PROCESO) -                   00005540
                            :WK-DIAS-VENTANA DAYS, ISO)                 00005550
                  INTO :WK-FECHA-DESDE                                  00005560
                  FROM SYSIBM.SYSDUMMY1                                 00005570
           END-EXEC                                                     00005580
                                                                        00005590
           MOVE SQLCODE                       TO SW-DB2-RETURN-CODE     00005600
                                                                        00005610
           IF  NOT DB2-OK                                               00005620
               MOVE CA-ERROR-D                TO WK-TIPO-ERROR          00005630
               MOVE CA-ERR-FECHAS             TO WK-DESCRIPCION         00005640
               MOVE CA-PRF-1150               TO WK-PARRAFO             00005650
               MOVE CA-MPCHREE                TO WK-RUTINA              00005660
               MOVE CA-SYSDUMMY1              TO WK-TABLA-DB2           00005670
               MOVE CA-SELECT                 TO WK-DATOS-ACCESO        00005680
                                                                        00005690
               PERFORM 9000-CANCELACION                                 00005700
                  THRU 9000-CANCELACION-EXIT                            00005710
                                                                        00005720
           END-IF                                                       00005730
                                                                        00005740
           .                                                            00005750
       1150-CALCULAR-VENTANA-EXIT.                                      00005760
           EXIT.                                                        00005770
                                                                        00005780
      ******************************************************************00005790
      ***                   2000-PROCESO                             ***00005800
      ***                   ------------                             ***00005810
      * SE CARGAN TODAS LAS TARJETAS DE LA CUENTA LEIDA Y SE ANALIZAN  *00005820
      * SUS CADENAS DE SUSTITUCION.                                    *00005830
      ******************************************************************00005840
       2000-PROCESO.                                                    00005850
                                                                        00005860
           MOVE WK-CLAVE-LEIDA               TO WK-CLAVE-CUENTA         00005870
           MOVE ZEROES                       TO WK-NUM-TARJETAS         00005880
           ADD CN-1                          TO CT-CUENTAS              00005890
                                                                        00005900
           PERFORM 2100-ACUMULAR-TARJETA                                00005910
              THRU 2100-ACUMULAR-TARJETA-EXIT                           00005920
             UNTIL SI-FIN-MPCHREE1                                      00005930
                OR WK-CLAVE-LEIDA NOT = WK-CLAVE-CUENTA                 00005940
                                                                        00005950
           PERFORM 2200-ANALIZAR-CUENTA                                 00005960
              THRU 2200-ANALIZAR-CUENTA-EXIT                            00005970
                                                                        00005980
           .                                                            00005990
       2000-PROCESO-EXIT.                                               00006000
           EXIT.                                                        00006010
                                                                        00006020
      ******************************************************************00006030
      ***                   2100-ACUMULAR-TARJETA                    ***00006040
      ***                   ---------------------                    ***00006050
      * SE GUARDA LA TARJETA LEIDA EN LA TABLA DE LA CUENTA Y SE LEE   *00006060
      * LA SIGUIENTE.                                                  *00006070
      ******************************************************************00006080
       2100-ACUMULAR-TARJETA.                                           00006090
                                                                        00006100
           IF  WK-NUM-TARJETAS >= CN-MAX-TARJETAS                       00006110
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006120
               MOVE CA-ERR-TABLA-LLENA       TO WK-DESCRIPCION          00006130
               MOVE CA-PRF-2100              TO WK-PARRAFO              00006140
               MOVE CA-MPCHREE1              TO WK-DDNAME               00006150
               MOVE WK-CLAVE-CUENTA          TO WK-DATOS-REGISTRO       00006160
                                                                        00006170
               PERFORM 9000-CANCELACION                                 00006180
                  THRU 9000-CANCELACION-EXIT                            00006190
                                                                        00006200
           END-IF                                                       00006210
                                                                        00006220
           ADD CN-1                          TO WK-NUM-TARJETAS         00006230
           MOVE WK-XPAN-009     TO WK-TJ-XPAN     (WK-NUM-TARJETAS)     00006240
           MOVE WK-XPANANT-009  TO WK-TJ-XPANANT  (WK-NUM-TARJETAS)     00006250
           MOVE WK-FECALTA-009  TO WK-TJ-FECALTA  (WK-NUM-TARJETAS)     00006260
           MOVE WK-NUBENCT-009  TO WK-TJ-NUBENCT  (WK-NUM-TARJETAS)     00006270
           MOVE WK-INDTIPT-009  TO WK-TJ-INDTIPT  (WK-NUM-TARJETAS)     00006280
           MOVE WK-ISSUENUM-009 TO WK-TJ-ISSUENUM (WK-NUM-TARJETAS)     00006290
           MOVE ZEROES          TO WK-TJ-ANTERIOR (WK-NUM-TARJETAS)     00006300
           MOVE CA-NO           TO WK-TJ-SUCESOR  (WK-NUM-TARJETAS)     00006310
                                                                        00006320
           PERFORM 9100-LEER-MPCHREE1                                   00006330
              THRU 9100-LEER-MPCHREE1-EXIT                              00006340
                                                                        00006350
           .                                                            00006360
       2100-ACUMULAR-TARJETA-EXIT.                                      00006370
           EXIT.                                                        00006380
                                                                        00006390
      ******************************************************************00006400
      ***                   2200-ANALIZAR-CUENTA                     ***00006410
      ***                   --------------------                     ***00006420
      * SE ENLAZA CADA TARJETA DE LA CUENTA CON LA QUE SUSTITUYO Y SE  *00006430
      * RECORRE CADA CADENA DESDE SU TARJETA VIGENTE.                  *00006440
      ******************************************************************00006450
       2200-ANALIZAR-CUENTA.                                            00006460
                                                                        00006470
           PERFORM 2210-ENLAZAR-TARJETA                                 00006480
              THRU 2210-ENLAZAR-TARJETA-EXIT                            00006490
             VARYING WK-IDX FROM 1 BY 1                                 00006500
               UNTIL WK-IDX > WK-NUM-TARJETAS                           00006510
                                                                        00006520
           PERFORM 2300-RECORRER-CADENA                                 00006530
              THRU 2300-RECORRER-CADENA-EXIT                            00006540
             VARYING WK-IDX FROM 1 BY 1                                 00006550
               UNTIL WK-IDX > WK-NUM-TARJETAS                           00006560
                                                                        00006570
           .                                                            00006580
       2200-ANALIZAR-CUENTA-EXIT.                                       00006590
           EXIT.                                                        00006600
                                                                        00006610
      ******************************************************************00006620
      ***                   2210-ENLAZAR-TARJETA                     ***00006630
      ***                   --------------------                     ***00006640
      * SE BUSCA EN LA CUENTA LA TARJETA CUYO XPAN ES EL XPAN ANTERIOR *00006650
      * DE LA TARJETA EN CURSO.                                        *00006660
      ******************************************************************00006670
       2210-ENLAZAR-TARJETA.                                            00006680
                                                                        00006690
           IF  WK-TJ-XPANANT (WK-IDX) = SPACES                          00006700
               GO TO 2210-ENLAZAR-TARJETA-EXIT                          00006710
           END-IF                                                       00006720
                                                                        00006730
           PERFORM 2220-BUSCAR-ANTERIOR                                 00006740
              THRU 2220-BUSCAR-ANTERIOR-EXIT                            00006750
             VARYING WK-IDX2 FROM 1 BY 1                                00006760
               UNTIL WK-IDX2 > WK-NUM-TARJETAS                          00006770
                  OR WK-TJ-ANTERIOR (WK-IDX) > ZEROES                   00006780
                                                                        00006790
           .                                                            00006800
       2210-ENLAZAR-TARJETA-EXIT.                                       00006810
           EXIT.                                                        00006820
                                                                        00006830
      ******************************************************************00006840
      ***                   2220-BUSCAR-ANTERIOR                     ***00006850
      ***                   --------------------                     ***00006860
      * SE COMPRUEBA SI LA TARJETA WK-IDX2 ES LA SUSTITUIDA POR LA     *00006870
      * TARJETA WK-IDX Y, EN ESE CASO, SE ENLAZAN.                     *00006880
      ******************************************************************00006890
       2220-BUSCAR-ANTERIOR.                                            00006900
                                                                        00006910
           IF  WK-IDX2 NOT = WK-IDX                                     00006920
           AND WK-TJ-XPAN (WK-IDX2) = WK-TJ-XPANANT (WK-IDX)            00006930
               MOVE WK-IDX2                  TO WK-TJ-ANTERIOR (WK-IDX) 00006940
               MOVE CA-SI                    TO WK-TJ-SUCESOR (WK-IDX2) 00006950
           END-IF                                                       00006960
                                                                        00006970
           .                                                            00006980
       2220-BUSCAR-ANTERIOR-EXIT.                                       00006990
           EXIT.                                                        00007000
                                                                        00007010
      ******************************************************************00007020
      ***                   2300-RECORRER-CADENA                     ***00007030
      ***                   --------------------                     ***00007040
      * PARTIENDO DE UNA TARJETA VIGENTE (SIN SUCESOR) SE CUENTAN LAS  *00007050
      * REEMISIONES DE SU CADENA DENTRO DE LA VENTANA Y SE COMPARAN    *00007060
      * CON EL UMBRAL DE SU TIPO DE TARJETA.                           *00007070
      ******************************************************************00007080
       2300-RECORRER-CADENA.                                            00007090
                                                                        00007100
           IF  WK-TJ-SUCESOR (WK-IDX) = CA-SI                           00007110
               GO TO 2300-RECORRER-CADENA-EXIT                          00007120
           END-IF                                                       00007130
                                                                        00007140
           ADD CN-1                          TO CT-CADENAS              00007150
                                                                        00007160
           MOVE ZEROES                       TO WK-REEMISIONES          00007170
                                                WK-PASOS                00007180
           MOVE SPACES                       TO WK-FECHA-PRIMERA        00007190
           MOVE WK-IDX                       TO WK-IDX-CADENA           00007200
                                                                        00007210
           PERFORM 2310-RETROCEDER                                      00007220
              THRU 2310-RETROCEDER-EXIT                                 00007230
             UNTIL WK-IDX-CADENA = ZEROES                               00007240
                                                                        00007250
           ADD WK-REEMISIONES                TO CT-REEMISIONES          00007260
                                                                        00007270
           PERFORM 2320-OBTENER-UMBRAL                                  00007280
              THRU 2320-OBTENER-UMBRAL-EXIT                             00007290
                                                                        00007300
           IF  WK-REEMISIONES > WK-UMBRAL                               00007310
               PERFORM 2400-ESCRIBIR-REVISION                           00007320
                  THRU 2400-ESCRIBIR-REVISION-EXIT                      00007330
           END-IF                                                       00007340
                                                                        00007350
           .                                                            00007360
       2300-RECORRER-CADENA-EXIT.                                       00007370
           EXIT.                                                        00007380
                                                                        00007390
      ******************************************************************00007400
      ***                   2310-RETROCEDER                          ***00007410
      ***                   ---------------                          ***00007420
      * SI LA TARJETA DE LA CADENA ES UNA REEMISION DADA DE ALTA       *00007430
      * DENTRO DE LA VENTANA SE CUENTA Y SE PASA A LA TARJETA QUE      *00007440
      * SUSTITUYO; SI NO, TERMINA EL RECORRIDO. EL NUMERO DE PASOS SE  *00007450
      * LIMITA AL DE TARJETAS DE LA CUENTA ANTE ENLACES CIRCULARES.    *00007460
      ******************************************************************00007470
       2310-RETROCEDER.                                                 00007480
                                                                        00007490
           ADD CN-1                          TO WK-PASOS                00007500
                                                                        00007510
           IF  WK-PASOS > WK-NUM-TARJETAS                               00007520
               MOVE ZEROES                   TO WK-IDX-CADENA           00007530
               GO TO 2310-RETROCEDER-EXIT                               00007540
           END-IF                                                       00007550
                                                                        00007560
           IF  WK-TJ-XPANANT (WK-IDX-CADENA) = SPACES                   00007570
            OR WK-TJ-FECALTA (WK-IDX-CADENA) < WK-FECHA-DESDE           00007580
               MOVE ZEROES                   TO WK-IDX-CADENA           00007590
               GO TO 2310-RETROCEDER-EXIT                               00007600
           END-IF                                                       00007610
                                                                        00007620
           ADD CN-1                          TO WK-REEMISIONES          00007630
           MOVE WK-TJ-FECALTA (WK-IDX-CADENA) TO WK-FECHA-PRIMERA       00007640
           MOVE WK-TJ-ANTERIOR (WK-IDX-CADENA) TO WK-IDX-CADENA         00007650
                                                                        00007660
           .                                                            00007670
       2310-RETROCEDER-EXIT.                                            00007680
           EXIT.                                                        00007690
                                                                        00007700
      ******************************************************************00007710
      ***                   2320-OBTENER-UMBRAL                      ***00007720
      ***                   -------------------                      ***00007730
      * SE OBTIENE EL UMBRAL DEL TIPO DE LA TARJETA VIGENTE: EL        *00007740
      * RECIBIDO PARA ESE TIPO POR SYSIN O, SI NO, EL GENERAL.         *00007750
      ******************************************************************00007760
       2320-OBTENER-UMBRAL.                                             00007770
                                                                        00007780
           MOVE WK-UMBRAL-DEFECTO            TO WK-UMBRAL               00007790
           SET NO-CLAVE-ENCONTRADA           TO TRUE                    00007800
                                                                        00007810
           PERFORM 2330-BUSCAR-UMBRAL                                   00007820
              THRU 2330-BUSCAR-UMBRAL-EXIT                              00007830
             VARYING WK-IDX-UMB FROM 1 BY 1                             00007840
               UNTIL WK-IDX-UMB > WK-NUM-UMBRALES                       00007850
                  OR SI-CLAVE-ENCONTRADA                                00007860
                                                                        00007870
           .                                                            00007880
       2320-OBTENER-UMBRAL-EXIT.                                        00007890
           EXIT.                                                        00007900
                                                                        00007910
      ******************************************************************00007920
      ***                   2330-BUSCAR-UMBRAL                       ***00007930
      ***                   ------------------                       ***00007940
      * SE COMPRUEBA SI EL PAR DE SYSIN CORRESPONDE AL TIPO DE LA      *00007950
      * TARJETA VIGENTE.                                               *00007960
      ******************************************************************00007970
       2330-BUSCAR-UMBRAL.                                              00007980
                                                                        00007990
           IF  WK-UMB-INDTIPT (WK-IDX-UMB) = WK-TJ-INDTIPT (WK-IDX)     00008000
               SET SI-CLAVE-ENCONTRADA       TO TRUE                    00008010
               MOVE WK-UMB-UMBRAL (WK-IDX-UMB) TO WK-UMBRAL             00008020
           END-IF                                                       00008030
                                                                        00008040
           .                                                            00008050
       2330-BUSCAR-UMBRAL-EXIT.                                         00008060
           EXIT.                                                        00008070
                                                                        00008080
      ******************************************************************00008090
      ***                   2400-ESCRIBIR-REVISION                   ***00008100
      ***                   ----------------------                   ***00008110
      * SE ESCRIBE LA TARJETA VIGENTE DE LA CADENA PARA SU REVISION    *00008120
      * POR EL EQUIPO DE FRAUDE, CON EL BLOQUEO PROPUESTO INACTIVO     *00008130
      * HASTA QUE LO CONFIRMEN.                                        *00008140
      ******************************************************************00008150
       2400-ESCRIBIR-REVISION.                                          00008160
                                                                        00008170
           MOVE SPACES                       TO REG-MPCHRES1            00008180
           MOVE WK-TJ-XPAN (WK-IDX)          TO RV-XPAN                 00008190
           MOVE WK-TJ-XPANANT (WK-IDX)       TO RV-XPANANT              00008200
           MOVE WK-CC-CDGENTI                TO RV-CDGENTI              00008210
           MOVE WK-CC-CENTALTA               TO RV-CENTALTA             00008220
           MOVE WK-CC-CUENTNU                TO RV-CUENTNU              00008230
           MOVE WK-TJ-NUBENCT (WK-IDX)       TO RV-NUBENCT              00008240
           MOVE WK-TJ-INDTIPT (WK-IDX)       TO RV-INDTIPT              00008250
           MOVE WK-TJ-ISSUENUM (WK-IDX)      TO RV-ISSUENUM             00008260
           MOVE WK-REEMISIONES               TO RV-REEMISIONES          00008270
           MOVE WK-UMBRAL                    TO RV-UMBRAL               00008280
           MOVE WK-FECHA-PRIMERA             TO RV-FECHA-PRIMERA        00008290
           MOVE WK-TJ-FECALTA (WK-IDX)       TO RV-FECHA-ULTIMA         00008300
           MOVE CA-COD-REEMISION             TO RV-CODBLOQUEO           00008310
           MOVE CA-NO                        TO RV-INDACTIVO            00008320
           MOVE WK-FECHA-PROCESO             TO RV-FECPROCESO           00008330
                                                                        00008340
           WRITE REG-MPCHRES1                                           00008350
                                                                        00008360
           IF  FS-MPCHRES1 NOT = CA-FS-OK                               00008370
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008380
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00008390
               MOVE CA-PRF-2400              TO WK-PARRAFO              00008400
               MOVE CA-MPCHRES1              TO WK-DDNAME               00008410
               MOVE FS-MPCHRES1              TO WK-FILE-STATUS          00008420
               MOVE REG-MPCHRES1             TO WK-DATOS-REGISTRO       00008430
                                                                        00008440
               PERFORM 9000-CANCELACION                                 00008450
                  THRU 9000-CANCELACION-EXIT                            00008460
                                                                        00008470
           END-IF                                                       00008480
                                                                        00008490
           ADD CN-1                          TO CT-REVISION             00008500
                                                                        00008510
           .                                                            00008520
       2400-ESCRIBIR-REVISION-EXIT.                                     00008530
           EXIT.                                                        00008540
                                                                        00008550
      ******************************************************************00008560
      ***                   3000-FIN                                 ***00008570
      ***                   --------                                 ***00008580
      * SE CIERRAN LOS FICHEROS Y SE MUESTRAN LAS ESTADISTICAS DE LA   *00008590
      * EJECUCION.                                                     *00008600
      ******************************************************************00008610
       3000-FIN.                                                        00008620
                                                                        00008630
           PERFORM 3100-CERRAR-FICHEROS                                 00008640
              THRU 3100-CERRAR-FICHEROS-EXIT                            00008650
                                                                        00008660
           PERFORM 3200-ESTADISTICAS                                    00008670
              THRU 3200-ESTADISTICAS-EXIT                               00008680
                                                                        00008690
           IF  CT-REVISION > ZEROES                                     00008700
               MOVE CN-4                     TO RETURN-CODE             00008710
           END-IF                                                       00008720
                                                                        00008730
           STOP RUN                                                     00008740
                                                                        00008750
           .                                                            00008760
       3000-FIN-EXIT.                                                   00008770
           EXIT.                                                        00008780
                                                                        00008790
      ******************************************************************00008800
      ***                   3100-CERRAR-FICHEROS                     ***00008810
      ***                   ---------------------                    ***00008820
      * SE CIERRAN LOS FICHEROS.                                       *00008830
      ******************************************************************00008840
       3100-CERRAR-FICHEROS.                                            00008850
                                                                        00008860
           CLOSE MPCHREE1                                               00008870
                 MPCHRES1                                               00008880
                                                                        00008890
           IF  FS-MPCHRES1 NOT = CA-FS-OK                               00008900
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008910
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00008920
               MOVE CA-PRF-3100              TO WK-PARRAFO              00008930
               MOVE CA-MPCHRES1              TO WK-DDNAME               00008940
               MOVE FS-MPCHRES1              TO WK-FILE-STATUS          00008950
                                                                        00008960
               PERFORM 9000-CANCELACION                                 00008970
                  THRU 9000-CANCELACION-EXIT                            00008980
                                                                        00008990
           END-IF                                                       00009000
                                                                        00009010
           .                                                            00009020
       3100-CERRAR-FICHEROS-EXIT.                                       00009030
           EXIT.                                                        00009040
                                                                        00009050
      ******************************************************************00009060
      ***                   3200-ESTADISTICAS                        ***00009070
      ***                   -----------------                        ***00009080
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00009090
      ******************************************************************00009100
       3200-ESTADISTICAS.                                               00009110
                                                                        00009120
           MOVE CT-LEIDAS                     TO WK-LEIDAS-ED           00009130
           MOVE CT-CUENTAS                    TO WK-CUENTAS-ED          00009140
           MOVE CT-CADENAS                    TO WK-CADENAS-ED          00009150
           MOVE CT-REEMISIONES                TO WK-REEMISIONES-ED      00009160
           MOVE CT-REVISION                   TO WK-REVISION-ED         00009170
                                                                        00009180
           DISPLAY WK-CAB-1                                             00009190
           DISPLAY WK-CAB-2                                             00009200
           DISPLAY WK-CAB-1                                             00009210
           DISPLAY WK-CAB-3                                             00009220
           DISPLAY WK-CAB-4                                             00009230
           DISPLAY WK-CAB-5                                             00009240
           DISPLAY WK-CAB-6                                             00009250
           DISPLAY WK-CAB-7                                             00009260
           DISPLAY WK-CAB-1                                             00009270
                                                                        00009280
           .                                                            00009290
       3200-ESTADISTICAS-EXIT.                                          00009300
           EXIT.                                                        00009310
                                                                        00009320
      ******************************************************************00009330
      ***                   9100-LEER-MPCHREE1                       ***00009340
      ***                   ------------------                       ***00009350
      * SE LEE LA SIGUIENTE TARJETA DEL CENSO Y SE COMPRUEBA QUE LLEGA *00009360
      * CLASIFICADO POR ENTIDAD, CENTRO Y CUENTA.                      *00009370
      ******************************************************************00009380
       9100-LEER-MPCHREE1.                                              00009390
                                                                        00009400
           READ MPCHREE1                                                00009410
           AT END                                                       00009420
                SET SI-FIN-MPCHREE1          TO TRUE                    00009430
           END-READ                                                     00009440
                                                                        00009450
           IF  FS-MPCHREE1 NOT = CA-FS-OK AND CA-FS-EOF                 00009460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009470
               MOVE CA-ERR-LEER              TO WK-DESCRIPCION          00009480
               MOVE CA-PRF-9100              TO WK-PARRAFO              00009490
               MOVE CA-MPCHREE1              TO WK-DDNAME               00009500
               MOVE FS-MPCHREE1              TO WK-FILE-STATUS          00009510
                                                                        00009520
               PERFORM 9000-CANCELACION                                 00009530
                  THRU 9000-CANCELACION-EXIT                            00009540
                                                                        00009550
           END-IF                                                       00009560
                                                                        00009570
           IF  SI-FIN-MPCHREE1                                          00009580
               GO TO 9100-LEER-MPCHREE1-EXIT                            00009590
           END-IF                                                       00009600
                                                                        00009610
           ADD CN-1                          TO CT-LEIDAS               00009620
                                                                        00009630
           MOVE REG-MPCHREE1                 TO WK-REGISTRO             00009640
                                                                        00009650
           IF  WK-CDGENTI-009  < WK-CL-CDGENTI                          00009660
           OR (WK-CDGENTI-009  = WK-CL-CDGENTI                          00009670
           AND WK-CENTALTA-009 < WK-CL-CENTALTA)                        00009680
           OR (WK-CDGENTI-009  = WK-CL-CDGENTI                          00009690
           AND WK-CENTALTA-009 = WK-CL-CENTALTA                         00009700
           AND WK-CUENTNU-009  < WK-CL-CUENTNU)                         00009710
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009720
               MOVE CA-ERR-SECUENCIA         TO WK-DESCRIPCION          00009730
               MOVE CA-PRF-9100              TO WK-PARRAFO              00009740
               MOVE CA-MPCHREE1              TO WK-DDNAME               00009750
               MOVE REG-MPCHREE1             TO WK-DATOS-REGISTRO       00009760
                                                                        00009770
               PERFORM 9000-CANCELACION                                 00009780
                  THRU 9000-CANCELACION-EXIT                            00009790
                                                                        00009800
           END-IF                                                       00009810
                                                                        00009820
           MOVE WK-CDGENTI-009               TO WK-CL-CDGENTI           00009830
           MOVE WK-CENTALTA-009              TO WK-CL-CENTALTA          00009840
           MOVE WK-CUENTNU-009               TO WK-CL-CUENTNU           00009850
                                                                        00009860
           .                                                            00009870
       9100-LEER-MPCHREE1-EXIT.                                         00009880
           EXIT.                                                        00009890
                                                                        00009900
      ******************************************************************00009910
      ***                   9000-CANCELACION                         ***00009920
      ***                   ----------------                         ***00009930
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00009940
      ******************************************************************00009950
       9000-CANCELACION.                                                00009960
                                                                        00009970
           MOVE CA-RESP                       TO WK-RESPONSABLE         00009980
                                                                        00009990
           EVALUATE  TRUE                                               00010000
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00010010
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010020
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010030
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00010040
                         RESPONSABLE('WK-RESPONSABLE')                  00010050
                         DESCRIPCION('WK-DESCRIPCION')                  00010060
                         PROGRAMA('WK-PROGRAMA')                        00010070
                         PARRAFO('WK-PARRAFO')                          00010080
                         SQLCA('SQLCA')                                 00010090
                         TABLA_DB2('WK-TABLA-DB2')                      00010100
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00010110
                     END-FUN                                            00010120
                                                                        00010130
               WHEN  OTHER                                              00010140
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00010150
                         TIPO_ERROR('WK-TIPO-ERROR')                    00010160
                         RESPONSABLE('WK-RESPONSABLE')                  00010170
                         DESCRIPCION('WK-DESCRIPCION')                  00010180
                         PROGRAMA('WK-PROGRAMA')                        00010190
                         PARRAFO('WK-PARRAFO')                          00010200
                         DDNAME('WK-DDNAME')                            00010210
                         FILE_STATUS('WK-FILE-STATUS')                  00010220
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00010230
                     END-FUN                                            00010240
                                                                        00010250
           END-EVALUATE                                                 00010260
                                                                        00010270
           .                                                            00010280
       9000-CANCELACION-EXIT.                                           00010290
           EXIT.                                                        00010300
