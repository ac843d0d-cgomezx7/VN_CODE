      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBAVCA.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX (COMUN).                                      *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: VALIDACION DE LA DEFINICION DE LA CADENA         *00000110
      *               NOCTURNA. CARGA TODOS LOS PASOS DE BATCH_CADENA  *00000120
      *               Y SUS PREREQUISITOS DE BATCH_CADENA_DEP (UN PASO *00000130
      *               ACTIVO SIN PREREQUISITOS DEFINIDOS DEPENDE DEL   *00000140
      *               PASO ACTIVO ANTERIOR EN ORDEN) Y LISTA:          *00000150
      *               - COMO ERROR: PREREQUISITOS QUE NO SON PASOS     *00000160
      *                 DEFINIDOS, DEPENDENCIAS DE PROGRAMAS QUE NO    *00000170
      *                 SON PASOS, CICLOS DE DEPENDENCIAS, PASOS       *00000180
      *                 ACTIVOS QUE DEPENDEN DE UN PASO INACTIVO Y     *00000190
      *                 PASOS ACTIVOS QUE NUNCA PUEDEN ALCANZARSE.     *00000200
      *               - COMO AVISO: PROGRAMAS DE BATCH_PLAN_VENTANA O  *00000210
      *                 DE BATCH_RUN_CONTROL QUE NO ESTAN EN LA        *00000220
      *                 CADENA, ORDENES DUPLICADOS Y HORAS DE VENTANA  *00000230
      *                 QUE CONTRADICEN EL ORDEN DE LAS DEPENDENCIAS.  *00000240
      *               TERMINA CON CONDITION CODE 8 SI HAY ERRORES Y    *00000250
      *               CON CONDITION CODE 4 SI SOLO HAY AVISOS.         *00000260
      *-                                                              -*00000270
      *  FICHEROS DE SALIDA:                                           *00000280
      *        XXBAVCS1 : LISTADO DE VALIDACION DE LA CADENA.          *00000290
      *-                                                              -*00000300
      *  TABLAS DB2:                                                   *00000310
      *        BATCH_CADENA       : CONSULTA.                          *00000320
      *        BATCH_CADENA_DEP   : CONSULTA.                          *00000330
      *        BATCH_PLAN_VENTANA : CONSULTA.                          *00000340
      *        BATCH_RUN_CONTROL  : CONSULTA.                          *00000350
      *-                                                              -*00000360
      *  RUTINAS Y MODULOS:                                            *00000370
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000380
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000390
      *-                                                              -*00000400
      ******************************************************************00000410
      *                  M O D I F I C A C I O N E S                   *00000420
      *                  ---------------------------                   *00000430
      *                                                                *00000440
      * USUARIO  FECHA        DESCRIPCION                              *00000450
      * -------- ----------   ---------------------------------------- *00000460
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA.                  *00000470
      *                                                                *00000480
      ******************************************************************00000490
                                                                        00000500
      ******************************************************************00000510
      * IDENTIFICATION DIVISION                                        *00000520
      ******************************************************************00000530
       IDENTIFICATION DIVISION.                                         00000540
       PROGRAM-ID.    XXBAVCA.                                          00000550
       AUTHOR.        VIEWNEXT.                                         00000560
       DATE-WRITTEN.  15-10-2026.                                       00000570
       DATE-COMPILED.                                                   00000580
                                                                        00000590
      ******************************************************************00000600
      * ENVIRONMENT DIVISION                                           *00000610
      ******************************************************************00000620
       ENVIRONMENT DIVISION.                                            00000630
                                                                        00000640
      *----------------------------------------------------------------*00000650
      * CONFIGURATION SECTION                                          *00000660
      *----------------------------------------------------------------*00000670
       CONFIGURATION SECTION.                                           00000680
                                                                        00000690
       SOURCE-COMPUTER. IBM-3090.                                       00000700
       OBJECT-COMPUTER. IBM-3090.                                       00000710
       SPECIAL-NAMES.                                                   00000720
           DECIMAL-POINT IS COMMA.                                      00000730
                                                                        00000740
      *----------------------------------------------------------------*00000750
      * INPUT OUTPUT SECTION                                           *00000760
      *----------------------------------------------------------------*00000770
       INPUT-OUTPUT SECTION.                                            00000780
       FILE-CONTROL.                                                    00000790
                                                                        00000800
      * -- LISTADO DE VALIDACION DE LA CADENA.                          00000810
           SELECT XXBAVCS1 ASSIGN XXBAVCS1                              00000820
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-XXBAVCS1.                           00000840
                                                                        00000850
      ******************************************************************00000860
      * DATA DIVISION                                                  *00000870
      ******************************************************************00000880
       DATA DIVISION.                                                   00000890
                                                                        00000900
      *----------------------------------------------------------------*00000910
      * FILE SECTION                                                   *00000920
      *----------------------------------------------------------------*00000930
       FILE SECTION.                                                    00000940
                                                                        00000950
       FD  XXBAVCS1                                                     00000960
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORDING MODE IS F                                          00000980
           LABEL RECORD ARE STANDARD                                    00000990
           RECORD CONTAINS 132 CHARACTERS                               00001000
           DATA RECORD IS REG-XXBAVCS1.                                 00001010
       01  REG-XXBAVCS1                    PIC X(132).                  00001020
                                                                        00001030
      *----------------------------------------------------------------*00001040
      * WORKING-STORAGE SECTION                                        *00001050
      *----------------------------------------------------------------*00001060
       WORKING-STORAGE SECTION.                                         00001070
                                                                        00001080
      ******************************************************************00001090
      *                        S W I T C H E S                         *00001100
      ******************************************************************00001110
       01  SW-SWITCHES.                                                 00001120
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001130
               88  DB2-OK                              VALUE 0.         00001140
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001150
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.       00001160
               88  SI-FIN-CURSOR                       VALUE 'S'.       00001170
               88  NO-FIN-CURSOR                       VALUE 'N'.       00001180
                                                                        00001190
      ******************************************************************00001200
      *                      C O N S T A N T E S                       *00001210
      ******************************************************************00001220
       01  CT-CONSTANTES.                                               00001230
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001240
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001250
               10  CA-XXBAVCA              PIC X(08)   VALUE 'XXBAVCA'. 00001260
               10  CA-RESP                 PIC X(14)   VALUE            00001270
                                   'MEDIOS DE PAGO'.                    00001280
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001290
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001300
               10  CA-XXBAVCS1             PIC X(08)   VALUE 'XXBAVCS1'.00001310
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001320
               10  CA-NO                   PIC X(01)   VALUE 'N'.       00001330
               10  CA-ACTIVO               PIC X(01)   VALUE 'S'.       00001340
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001350
               10  CA-OPEN                 PIC X(06)   VALUE 'OPEN'.    00001360
               10  CA-FETCH                PIC X(06)   VALUE 'FETCH'.   00001370
               10  CA-BATCH-CADENA         PIC X(12)   VALUE            00001380
                                   'BATCH_CADENA'.                      00001390
               10  CA-BATCH-CADENA-DEP     PIC X(16)   VALUE            00001400
                                   'BATCH_CADENA_DEP'.                  00001410
               10  CA-BATCH-PLAN           PIC X(18)   VALUE            00001420
                                   'BATCH_PLAN_VENTANA'.                00001430
               10  CA-BATCH-RUN            PIC X(17)   VALUE            00001440
                                   'BATCH_RUN_CONTROL'.                 00001450
               10  CA-TIPO-ERROR           PIC X(05)   VALUE 'ERROR'.   00001460
               10  CA-TIPO-AVISO           PIC X(05)   VALUE 'AVISO'.   00001470
               10  CA-INC-PREREQ-NO-DEF    PIC X(50)   VALUE            00001480
                   'PREREQUISITO NO DEFINIDO EN BATCH_CADENA'.          00001490
               10  CA-INC-PASO-NO-DEF      PIC X(50)   VALUE            00001500
                   'PROGRAMA DE BATCH_CADENA_DEP NO DEFINIDO'.          00001510
               10  CA-INC-MAX-PREREQ       PIC X(50)   VALUE            00001520
                   'EXCEDE EL MAXIMO DE PREREQUISITOS POR PASO'.        00001530
               10  CA-INC-CICLO            PIC X(50)   VALUE            00001540
                   'PASO EN UN CICLO DE DEPENDENCIAS'.                  00001550
               10  CA-INC-PREREQ-INACTIVO  PIC X(50)   VALUE            00001560
                   'PASO ACTIVO QUE DEPENDE DE UN PASO INACTIVO'.       00001570
               10  CA-INC-INALCANZABLE     PIC X(50)   VALUE            00001580
                   'PASO INALCANZABLE POR UN PREREQUISITO BLOQUEADO'.   00001590
               10  CA-INC-ORDEN-DUPLICADO  PIC X(50)   VALUE            00001600
                   'ORDEN DUPLICADO CON OTRO PASO ACTIVO'.              00001610
               10  CA-INC-PLAN-SIN-PASO    PIC X(50)   VALUE            00001620
                   'EN BATCH_PLAN_VENTANA Y NO EN LA CADENA'.           00001630
               10  CA-INC-RUN-SIN-PASO     PIC X(50)   VALUE            00001640
                   'EN BATCH_RUN_CONTROL Y NO EN LA CADENA'.            00001650
               10  CA-INC-HORAPLAN         PIC X(50)   VALUE            00001660
                   'HORA PLAN ANTERIOR A LA DE SU PREREQUISITO'.        00001670
               10  CA-INC-HORATOPE         PIC X(50)   VALUE            00001680
                   'HORA TOPE ANTERIOR A LA DE SU PREREQUISITO'.        00001690
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001700
                                   'ERROR AL ABRIR UN FICHERO'.         00001710
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001720
                                   'ERROR AL CERRAR UN FICHERO'.        00001730
               10  CA-ERR-ESCRIBIR         PIC X(27)   VALUE            00001740
                                   'ERROR AL ESCRIBIR LISTADO'.         00001750
               10  CA-ERR-MAX-PASOS        PIC X(45)   VALUE            00001760
                   'LA CADENA EXCEDE EL MAXIMO DE PASOS TRATABLES'.     00001770
               10  CA-ERR-CADENA           PIC X(39)   VALUE            00001780
                   'ERROR EN ACCESO A LA TABLA BATCH_CADENA'.           00001790
               10  CA-ERR-CADENA-DEP       PIC X(43)   VALUE            00001800
                   'ERROR EN ACCESO A LA TABLA BATCH_CADENA_DEP'.       00001810
               10  CA-ERR-PLAN             PIC X(36)   VALUE            00001820
                   'ERROR EN ACCESO A BATCH_PLAN_VENTANA'.              00001830
               10  CA-ERR-RUN              PIC X(44)   VALUE            00001840
                   'ERROR EN ACCESO A LA TABLA BATCH_RUN_CONTROL'.      00001850
               10  CA-PRF-1100             PIC X(19)   VALUE            00001860
                                   '1100-ABRIR-FICHEROS'.               00001870
               10  CA-PRF-2100             PIC X(17)   VALUE            00001880
                                   '2100-CARGAR-PASOS'.                 00001890
               10  CA-PRF-2110             PIC X(14)   VALUE            00001900
                                   '2110-LEER-PASO'.                    00001910
               10  CA-PRF-2200             PIC X(24)   VALUE            00001920
                                   '2200-CARGAR-DEPENDENCIAS'.          00001930
               10  CA-PRF-2210             PIC X(21)   VALUE            00001940
                                   '2210-LEER-DEPENDENCIA'.             00001950
               10  CA-PRF-2300             PIC X(20)   VALUE            00001960
                                   '2300-CARGAR-VENTANAS'.              00001970
               10  CA-PRF-2310             PIC X(17)   VALUE            00001980
                                   '2310-LEER-VENTANA'.                 00001990
               10  CA-PRF-2400             PIC X(23)   VALUE            00002000
                                   '2400-PROGRAMAS-SIN-PASO'.           00002010
               10  CA-PRF-2410             PIC X(20)   VALUE            00002020
                                   '2410-LEER-PROGRAMA'.                00002030
               10  CA-PRF-3100             PIC X(20)   VALUE            00002040
                                   '3100-CERRAR-FICHEROS'.              00002050
               10  CA-PRF-9400             PIC X(19)   VALUE            00002060
                                   '9400-ESCRIBIR-LINEA'.               00002070
                                                                        00002080
           05  CN-CONSTANTES-NUMERICAS.                                 00002090
               10  CN-1                    PIC 9(01)   VALUE 1.         00002100
               10  CN-MAX-PASOS            PIC 9(03)   VALUE 200.       00002110
               10  CN-MAX-PREREQ           PIC 9(02)   VALUE 20.        00002120
               10  CN-SEG-HORA             PIC 9(04)   VALUE 3600.      00002130
               10  CN-SEG-MINUTO           PIC 9(02)   VALUE 60.        00002140
               10  CN-SEG-DIA              PIC 9(05)   VALUE 86400.     00002150
               10  CN-RC-AVISOS            PIC 9(01)   VALUE 4.         00002160
               10  CN-RC-ERRORES           PIC 9(01)   VALUE 8.         00002170
                                                                        00002180
      ******************************************************************00002190
      *                    C O N T A D O R E S                         *00002200
      ******************************************************************00002210
       01  CT-CONTADORES.                                               00002220
           05  CT-PASOS                    PIC 9(9)    VALUE ZEROES.    00002230
           05  CT-PASOS-ACTIVOS            PIC 9(9)    VALUE ZEROES.    00002240
           05  CT-DEPENDENCIAS             PIC 9(9)    VALUE ZEROES.    00002250
           05  CT-VENTANAS                 PIC 9(9)    VALUE ZEROES.    00002260
           05  CT-ERRORES                  PIC 9(9)    VALUE ZEROES.    00002270
           05  CT-AVISOS                   PIC 9(9)    VALUE ZEROES.    00002280
                                                                        00002290
      ******************************************************************00002300
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002310
      ******************************************************************00002320
       01  WK-ESTADISTICA.                                              00002330
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002340
           05  WK-CAB-2                    PIC X(55)   VALUE            00002350
                   '* ESTADISTICAS DE XXBAVCA                   *'.     00002360
           05  WK-CAB-3.                                                00002370
               10  FILLER                  PIC X(45)   VALUE            00002380
                   '* PASOS DEFINIDOS EN LA CADENA:             '.      00002390
               10  WK-PASOS-ED             PIC ZZZZZZZZ9.               00002400
               10  FILLER                  PIC X(01)   VALUE '*'.       00002410
           05  WK-CAB-4.                                                00002420
               10  FILLER                  PIC X(45)   VALUE            00002430
                   '* PASOS ACTIVOS:                            '.      00002440
               10  WK-ACTIVOS-ED           PIC ZZZZZZZZ9.               00002450
               10  FILLER                  PIC X(01)   VALUE '*'.       00002460
           05  WK-CAB-5.                                                00002470
               10  FILLER                  PIC X(45)   VALUE            00002480
                   '* DEPENDENCIAS LEIDAS:                      '.      00002490
               10  WK-DEPENDENCIAS-ED      PIC ZZZZZZZZ9.               00002500
               10  FILLER                  PIC X(01)   VALUE '*'.       00002510
           05  WK-CAB-6.                                                00002520
               10  FILLER                  PIC X(45)   VALUE            00002530
                   '* VENTANAS LEIDAS:                          '.      00002540
               10  WK-VENTANAS-ED          PIC ZZZZZZZZ9.               00002550
               10  FILLER                  PIC X(01)   VALUE '*'.       00002560
           05  WK-CAB-7.                                                00002570
               10  FILLER                  PIC X(45)   VALUE            00002580
                   '* ERRORES DE DEFINICION:                    '.      00002590
               10  WK-ERRORES-ED           PIC ZZZZZZZZ9.               00002600
               10  FILLER                  PIC X(01)   VALUE '*'.       00002610
           05  WK-CAB-8.                                                00002620
               10  FILLER                  PIC X(45)   VALUE            00002630
                   '* AVISOS:                                   '.      00002640
               10  WK-AVISOS-ED            PIC ZZZZZZZZ9.               00002650
               10  FILLER                  PIC X(01)   VALUE '*'.       00002660
                                                                        00002670
      ******************************************************************00002680
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002690
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002700
      ******************************************************************00002710
       01  WK-CANCELACION-BATCH.                                        00002720
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002730
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002740
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002750
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBAVCA'. 00002760
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002770
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002780
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002790
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002800
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002810
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002820
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002830
                                                                        00002840
      ******************************************************************00002850
      *                      F I L E  S T A T U S                      *00002860
      ******************************************************************00002870
       01  FS-FILE-STATUS.                                              00002880
           05  FS-XXBAVCS1                 PIC X(02).                   00002890
                                                                        00002900
      ******************************************************************00002910
      *                 L I N E A S  D E  I N F O R M E                *00002920
      ******************************************************************00002930
       01  WK-LINEA-CABECERA-1.                                         00002940
           05  FILLER                      PIC X(20)   VALUE SPACES.    00002950
           05  FILLER                      PIC X(47)   VALUE            00002960
                   'VALIDACION DE LA DEFINICION DE LA CADENA - DIA '.   00002970
           05  WD-CAB-FECHA                PIC 9(08).                   00002980
           05  FILLER                      PIC X(07)   VALUE ' HORA '.  00002990
           05  WD-CAB-HORA                 PIC 9(06).                   00003000
           05  FILLER                      PIC X(44)   VALUE SPACES.    00003010
                                                                        00003020
       01  WK-LINEA-CABECERA-2.                                         00003030
           05  FILLER                      PIC X(07)   VALUE 'TIPO'.    00003040
           05  FILLER                      PIC X(10)   VALUE 'PROGRAMA'.00003050
           05  FILLER                      PIC X(13)   VALUE            00003060
                                   'RELACIONADO'.                       00003070
           05  FILLER                      PIC X(50)   VALUE            00003080
                                   'DESCRIPCION'.                       00003090
           05  FILLER                      PIC X(52)   VALUE SPACES.    00003100
                                                                        00003110
       01  WK-LINEA-INCIDENCIA.                                         00003120
           05  WD-TIPO                     PIC X(05).                   00003130
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003140
           05  WD-PROGRAMA                 PIC X(08).                   00003150
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003160
           05  WD-RELACIONADO              PIC X(08).                   00003170
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003180
           05  WD-DESCRIPCION              PIC X(50).                   00003190
           05  FILLER                      PIC X(52)   VALUE SPACES.    00003200
                                                                        00003210
       01  WK-LINEA-RESUMEN.                                            00003220
           05  FILLER                      PIC X(30)   VALUE            00003230
                                   'ERRORES DE DEFINICION:'.            00003240
           05  WD-RES-ERRORES              PIC ZZZZZZZZ9.               00003250
           05  FILLER                      PIC X(05)   VALUE SPACES.    00003260
           05  FILLER                      PIC X(10)   VALUE 'AVISOS:'. 00003270
           05  WD-RES-AVISOS               PIC ZZZZZZZZ9.               00003280
           05  FILLER                      PIC X(69)   VALUE SPACES.    00003290
                                                                        00003300
      ******************************************************************00003310
      *                      V A R I A B L E S                         *00003320
      ******************************************************************00003330
       01  WK-VARIABLES.                                                00003340
           05  WK-FECHA-HOY                PIC 9(08)   VALUE ZEROES.    00003350
           05  WK-HORA-HOY                 PIC 9(08)   VALUE ZEROES.    00003360
           05  WK-NUM-PASOS                PIC S9(04)  COMP VALUE +0.   00003370
           05  WK-I                        PIC S9(04)  COMP VALUE +0.   00003380
           05  WK-J                        PIC S9(04)  COMP VALUE +0.   00003390
           05  WK-K                        PIC S9(04)  COMP VALUE +0.   00003400
           05  WK-P                        PIC S9(04)  COMP VALUE +0.   00003410
           05  WK-ANTERIOR                 PIC S9(04)  COMP VALUE +0.   00003420
           05  WK-IDX-PROGRAMA             PIC S9(04)  COMP VALUE +0.   00003430
           05  WK-IDX-PREREQ               PIC S9(04)  COMP VALUE +0.   00003440
           05  WK-BUSCADO                  PIC X(08)   VALUE SPACES.    00003450
           05  WK-PROGRAMA-ANT             PIC X(08)   VALUE SPACES.    00003460
           05  WK-SEG-PIVOTE               PIC S9(09)  COMP VALUE +0.   00003470
           05  WK-SEG-HORA                 PIC S9(09)  COMP VALUE +0.   00003480
           05  WK-HORA-VENTANA.                                         00003490
               10  WK-HV-HH                PIC 9(02).                   00003500
               10  FILLER                  PIC X(01).                   00003510
               10  WK-HV-MM                PIC 9(02).                   00003520
               10  FILLER                  PIC X(01).                   00003530
               10  WK-HV-SS                PIC 9(02).                   00003540
           05  WK-LINEA-SALIDA             PIC X(132)  VALUE SPACES.    00003550
                                                                        00003560
      ******************************************************************00003570
      *  TABLA DE TRABAJO CON TODOS LOS PASOS DE BATCH_CADENA EN       *00003580
      *  ORDEN: SITUACION, VENTANA EN SEGUNDOS NORMALIZADOS AL INICIO  *00003590
      *  DE LA CADENA, PREREQUISITOS DIRECTOS (INDICES DE LA TABLA) Y  *00003600
      *  MARCA DE PASO BLOQUEADO (CICLO, PREREQUISITO NO DEFINIDO O    *00003610
      *  PREREQUISITO INACTIVO).                                       *00003620
      ******************************************************************00003630
       01  WK-TABLA-PASOS.                                              00003640
           05  WT-PASO                     OCCURS 200 TIMES.            00003650
               10  WT-PROGRAMA             PIC X(08).                   00003660
               10  WT-ORDEN                PIC 9(03).                   00003670
               10  WT-INDACTIVO            PIC X(01).                   00003680
               10  WT-CON-VENTANA          PIC X(01).                   00003690
               10  WT-HORAPLAN             PIC X(08).                   00003700
               10  WT-HORATOPE             PIC X(08).                   00003710
               10  WT-SEG-PLAN             PIC S9(09)  COMP.            00003720
               10  WT-SEG-TOPE             PIC S9(09)  COMP.            00003730
               10  WT-BLOQUEADO            PIC X(01).                   00003740
               10  WT-NUM-PREREQ           PIC S9(04)  COMP.            00003750
               10  WT-PREREQ               PIC S9(04)  COMP             00003760
                                           OCCURS 20 TIMES.             00003770
                                                                        00003780
      ******************************************************************00003790
      *  MATRIZ DE DEPENDENCIAS ENTRE PASOS: WT-DEPENDE (I, J) = 'S'   *00003800
      *  SI EL PASO I DEPENDE, DIRECTA O INDIRECTAMENTE, DEL PASO J.   *00003810
      ******************************************************************00003820
       01  WK-MATRIZ-DEPENDENCIAS.                                      00003830
           05  WT-FILA                     OCCURS 200 TIMES.            00003840
               10  WT-DEPENDE              PIC X(01)                    00003850
                                           OCCURS 200 TIMES.            00003860
                                                                        00003870
      ******************************************************************00003880
      *                     D C L G E N S                              *00003890
      ******************************************************************00003900
      *--  AREA DE TRABAJO PARA DB2.                                    00003910
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003920
                                                                        00003930
      *--  DCLGEN DE LA TABLA BATCH_CADENA.                             00003940
           EXEC SQL INCLUDE D4465600 END-EXEC.                          00003950
                                                                        00003960
      *--  DCLGEN DE LA TABLA BATCH_CADENA_DEP.                         00003970
           EXEC SQL INCLUDE D4467700 END-EXEC.                          00003980
                                                                        00003990
      *--  DCLGEN DE LA TABLA BATCH_PLAN_VENTANA.                       00004000
           EXEC SQL INCLUDE D4464100 END-EXEC.                          00004010
                                                                        00004020
      *--  DCLGEN DE LA TABLA BATCH_RUN_CONTROL.                        00004030
           EXEC SQL INCLUDE D4463500 END-EXEC.                          00004040
                                                                        00004050
      ******************************************************************00004060
      *                       PROCEDURE DIVISION                       *00004070
      ******************************************************************00004080
       PROCEDURE DIVISION.                                              00004090
                                                                        00004100
           PERFORM 1000-INICIO                                          00004110
              THRU 1000-INICIO-EXIT                                     00004120
                                                                        00004130
           PERFORM 2000-PROCESO                                         00004140
              THRU 2000-PROCESO-EXIT                                    00004150
                                                                        00004160
           PERFORM 3000-FIN                                             00004170
              THRU 3000-FIN-EXIT                                        00004180
                                                                        00004190
           .                                                            00004200
                                                                        00004210
      ******************************************************************00004220
      ***                   1000-INICIO                              ***00004230
      ***                   -----------                              ***00004240
      * SE INICIALIZAN LAS VARIABLES, SE ABRE EL LISTADO Y SE          *00004250
      * ESCRIBEN LAS CABECERAS.                                        *00004260
      ******************************************************************00004270
       1000-INICIO.                                                     00004280
                                                                        00004290
           INITIALIZE WK-VARIABLES                                      00004300
                      CT-CONTADORES                                     00004310
                      WK-TABLA-PASOS                                    00004320
                      WK-MATRIZ-DEPENDENCIAS                            00004330
                                                                        00004340
           ACCEPT WK-FECHA-HOY               FROM DATE YYYYMMDD         00004350
           ACCEPT WK-HORA-HOY                FROM TIME                  00004360
                                                                        00004370
           PERFORM 1100-ABRIR-FICHEROS                                  00004380
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004390
                                                                        00004400
           MOVE WK-FECHA-HOY                 TO WD-CAB-FECHA            00004410
           MOVE WK-HORA-HOY (1:6)            TO WD-CAB-HORA             00004420
                                                                        00004430
           MOVE WK-LINEA-CABECERA-1          TO WK-LINEA-SALIDA         00004440
           PERFORM 9400-ESCRIBIR-LINEA                                  00004450
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00004460
                                                                        00004470
           MOVE SPACES                       TO WK-LINEA-SALIDA         00004480
           PERFORM 9400-ESCRIBIR-LINEA                                  00004490
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00004500
                                                                        00004510
           MOVE WK-LINEA-CABECERA-2          TO WK-LINEA-SALIDA         00004520
           PERFORM 9400-ESCRIBIR-LINEA                                  00004530
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00004540
                                                                        00004550
           .                                                            00004560
       1000-INICIO-EXIT.                                                00004570
           EXIT.                                                        00004580
                                                                        00004590
      ******************************************************************00004600
      ***                   1100-ABRIR-FICHEROS                      ***00004610
      ***                   -------------------                      ***00004620
      * SE REALIZA LA APERTURA DEL LISTADO.                            *00004630
      ******************************************************************00004640
       1100-ABRIR-FICHEROS.                                             00004650
                                                                        00004660
           OPEN OUTPUT XXBAVCS1                                         00004670
                                                                        00004680
           IF  FS-XXBAVCS1 NOT = CA-FS-OK                               00004690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004700
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004710
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004720
               MOVE CA-XXBAVCS1              TO WK-DDNAME               00004730
               MOVE FS-XXBAVCS1              TO WK-FILE-STATUS          00004740
                                                                        00004750
               PERFORM 9000-CANCELACION                                 00004760
                  THRU 9000-CANCELACION-EXIT                            00004770
                                                                        00004780
           END-IF                                                       00004790
                                                                        00004800
           .                                                            00004810
       1100-ABRIR-FICHEROS-EXIT.                                        00004820
           EXIT.                                                        00004830
                                                                        00004840
      ******************************************************************00004850
      ***                   2000-PROCESO                             ***00004860
      ***                   ------------                             ***00004870
      * SE CARGA LA DEFINICION DE LA CADENA, SE CONTRASTA CON EL PLAN  *00004880
      * DE VENTANAS Y EL CONTROL DE EJECUCION, SE OBTIENEN LAS         *00004890
      * DEPENDENCIAS INDIRECTAS Y SE VALIDA CADA PASO.                 *00004900
      ******************************************************************00004910
       2000-PROCESO.                                                    00004920
                                                                        00004930
           PERFORM 2100-CARGAR-PASOS                                    00004940
              THRU 2100-CARGAR-PASOS-EXIT                               00004950
                                                                        00004960
           PERFORM 2200-CARGAR-DEPENDENCIAS                             00004970
              THRU 2200-CARGAR-DEPENDENCIAS-EXIT                        00004980
                                                                        00004990
           PERFORM 2300-CARGAR-VENTANAS                                 00005000
              THRU 2300-CARGAR-VENTANAS-EXIT                            00005010
                                                                        00005020
           PERFORM 2400-PROGRAMAS-SIN-PASO                              00005030
              THRU 2400-PROGRAMAS-SIN-PASO-EXIT                         00005040
                                                                        00005050
           PERFORM 2500-CIERRE-TRANSITIVO                               00005060
              THRU 2500-CIERRE-TRANSITIVO-EXIT                          00005070
             VARYING WK-K FROM 1 BY 1                                   00005080
               UNTIL WK-K > WK-NUM-PASOS                                00005090
                                                                        00005100
           PERFORM 2600-VALIDAR-PASO                                    00005110
              THRU 2600-VALIDAR-PASO-EXIT                               00005120
             VARYING WK-I FROM 1 BY 1                                   00005130
               UNTIL WK-I > WK-NUM-PASOS                                00005140
                                                                        00005150
           PERFORM 2700-VALIDAR-ALCANCE                                 00005160
              THRU 2700-VALIDAR-ALCANCE-EXIT                            00005170
             VARYING WK-I FROM 1 BY 1                                   00005180
               UNTIL WK-I > WK-NUM-PASOS                                00005190
                                                                        00005200
           PERFORM 2800-VALIDAR-VENTANAS                                00005210
              THRU 2800-VALIDAR-VENTANAS-EXIT                           00005220
             VARYING WK-I FROM 1 BY 1                                   00005230
               UNTIL WK-I > WK-NUM-PASOS                                00005240
                                                                        00005250
           .                                                            00005260
       2000-PROCESO-EXIT.                                               00005270
           EXIT.                                                        00005280
                                                                        00005290
      ******************************************************************00005300
      ***                   2100-CARGAR-PASOS                        ***00005310
      ***                   -----------------                        ***00005320
      * SE CARGAN TODOS LOS PASOS DE BATCH_CADENA, ACTIVOS E           *00005330
      * INACTIVOS, EN ORDEN.                                           *00005340
      ******************************************************************00005350
       2100-CARGAR-PASOS.                                               00005360
                                                                        00005370
           EXEC SQL                                                     00005380
                DECLARE C-PASOS CURSOR FOR                              00005390
                SELECT G3205_ORDEN, G3205_PROGRAMA, G3205_INDACTIVO     00005400
                  FROM BATCH_CADENA                                     00005410
                 ORDER BY G3205_ORDEN, G3205_PROGRAMA                   00005420
           END-EXEC                                                     00005430
                                                                        00005440
           EXEC SQL                                                     00005450
                OPEN C-PASOS                                            00005460
           END-EXEC                                                     00005470
                                                                        00005480
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005490
                                                                        00005500
           IF  NOT DB2-OK                                               00005510
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005520
               MOVE CA-ERR-CADENA            TO WK-DESCRIPCION          00005530
               MOVE CA-PRF-2100              TO WK-PARRAFO              00005540
               MOVE CA-XXBAVCA               TO WK-RUTINA               00005550
               MOVE CA-BATCH-CADENA          TO WK-TABLA-DB2            00005560
               MOVE CA-OPEN                  TO WK-DATOS-ACCESO         00005570
                                                                        00005580
               PERFORM 9000-CANCELACION                                 00005590
                  THRU 9000-CANCELACION-EXIT                            00005600
                                                                        00005610
           END-IF                                                       00005620
                                                                        00005630
           SET NO-FIN-CURSOR                 TO TRUE                    00005640
                                                                        00005650
           PERFORM 2110-LEER-PASO                                       00005660
              THRU 2110-LEER-PASO-EXIT                                  00005670
             UNTIL SI-FIN-CURSOR                                        00005680
                                                                        00005690
           EXEC SQL                                                     00005700
                CLOSE C-PASOS                                           00005710
           END-EXEC                                                     00005720
                                                                        00005730
           .                                                            00005740
       2100-CARGAR-PASOS-EXIT.                                          00005750
           EXIT.                                                        00005760
                                                                        00005770
      ******************************************************************00005780
      * 2110-LEER-PASO.                                                *00005790
      * SE LEE UN PASO Y SE ANADE A LA TABLA. UN PASO ACTIVO CON EL    *00005800
      * MISMO ORDEN QUE EL ACTIVO ANTERIOR SE AVISA.                   *00005810
      ******************************************************************00005820
       2110-LEER-PASO.                                                  00005830
                                                                        00005840
           EXEC SQL                                                     00005850
                FETCH C-PASOS                                           00005860
                 INTO :G3205-ORDEN, :G3205-PROGRAMA, :G3205-INDACTIVO   00005870
           END-EXEC                                                     00005880
                                                                        00005890
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005900
                                                                        00005910
           EVALUATE  TRUE                                               00005920
               WHEN  DB2-OK                                             00005930
                     CONTINUE                                           00005940
                                                                        00005950
               WHEN  DB2-CLV-NOT-FOUND                                  00005960
                     SET SI-FIN-CURSOR       TO TRUE                    00005970
                     GO TO 2110-LEER-PASO-EXIT                          00005980
                                                                        00005990
               WHEN  OTHER                                              00006000
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006010
                     MOVE CA-ERR-CADENA      TO WK-DESCRIPCION          00006020
                     MOVE CA-PRF-2110        TO WK-PARRAFO              00006030
                     MOVE CA-XXBAVCA         TO WK-RUTINA               00006040
                     MOVE CA-BATCH-CADENA    TO WK-TABLA-DB2            00006050
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00006060
                                                                        00006070
                     PERFORM 9000-CANCELACION                           00006080
                        THRU 9000-CANCELACION-EXIT                      00006090
                                                                        00006100
           END-EVALUATE                                                 00006110
                                                                        00006120
           IF  WK-NUM-PASOS NOT < CN-MAX-PASOS                          00006130
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00006140
               MOVE CA-ERR-MAX-PASOS         TO WK-DESCRIPCION          00006150
               MOVE CA-PRF-2110              TO WK-PARRAFO              00006160
               MOVE G3205-PROGRAMA           TO WK-DATOS-REGISTRO       00006170
                                                                        00006180
               PERFORM 9000-CANCELACION                                 00006190
                  THRU 9000-CANCELACION-EXIT                            00006200
                                                                        00006210
           END-IF                                                       00006220
                                                                        00006230
           ADD CN-1                          TO WK-NUM-PASOS            00006240
                                                CT-PASOS                00006250
                                                                        00006260
           MOVE G3205-PROGRAMA      TO WT-PROGRAMA (WK-NUM-PASOS)       00006270
           MOVE G3205-ORDEN         TO WT-ORDEN (WK-NUM-PASOS)          00006280
           MOVE G3205-INDACTIVO     TO WT-INDACTIVO (WK-NUM-PASOS)      00006290
           MOVE CA-NO               TO WT-CON-VENTANA (WK-NUM-PASOS)    00006300
                                       WT-BLOQUEADO (WK-NUM-PASOS)      00006310
                                                                        00006320
           IF  G3205-INDACTIVO = CA-ACTIVO                              00006330
               ADD CN-1                      TO CT-PASOS-ACTIVOS        00006340
               IF  WK-ANTERIOR > ZEROES                                 00006350
               AND WT-ORDEN (WK-ANTERIOR) = WT-ORDEN (WK-NUM-PASOS)     00006360
                   MOVE CA-TIPO-AVISO        TO WD-TIPO                 00006370
                   MOVE G3205-PROGRAMA       TO WD-PROGRAMA             00006380
                   MOVE WT-PROGRAMA (WK-ANTERIOR)                       00006390
                                             TO WD-RELACIONADO          00006400
                   MOVE CA-INC-ORDEN-DUPLICADO                          00006410
                                             TO WD-DESCRIPCION          00006420
                   PERFORM 9100-ESCRIBIR-INCIDENCIA                     00006430
                      THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                00006440
               END-IF                                                   00006450
               MOVE WK-NUM-PASOS             TO WK-ANTERIOR             00006460
           END-IF                                                       00006470
                                                                        00006480
           .                                                            00006490
       2110-LEER-PASO-EXIT.                                             00006500
           EXIT.                                                        00006510
                                                                        00006520
      ******************************************************************00006530
      ***                   2200-CARGAR-DEPENDENCIAS                 ***00006540
      ***                   ------------------------                 ***00006550
      * SE CARGAN LOS PREREQUISITOS DE BATCH_CADENA_DEP Y SE ANADE LA  *00006560
      * DEPENDENCIA IMPLICITA DE LOS PASOS ACTIVOS SIN PREREQUISITOS   *00006570
      * RESPECTO DEL PASO ACTIVO ANTERIOR EN ORDEN.                    *00006580
      ******************************************************************00006590
       2200-CARGAR-DEPENDENCIAS.                                        00006600
                                                                        00006610
           EXEC SQL                                                     00006620
                DECLARE C-DEPEN CURSOR FOR                              00006630
                SELECT G3228_PROGRAMA, G3228_PREREQ                     00006640
                  FROM BATCH_CADENA_DEP                                 00006650
                 ORDER BY G3228_PROGRAMA, G3228_PREREQ                  00006660
           END-EXEC                                                     00006670
                                                                        00006680
           EXEC SQL                                                     00006690
                OPEN C-DEPEN                                            00006700
           END-EXEC                                                     00006710
                                                                        00006720
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006730
                                                                        00006740
           IF  NOT DB2-OK                                               00006750
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00006760
               MOVE CA-ERR-CADENA-DEP        TO WK-DESCRIPCION          00006770
               MOVE CA-PRF-2200              TO WK-PARRAFO              00006780
               MOVE CA-XXBAVCA               TO WK-RUTINA               00006790
               MOVE CA-BATCH-CADENA-DEP      TO WK-TABLA-DB2            00006800
               MOVE CA-OPEN                  TO WK-DATOS-ACCESO         00006810
                                                                        00006820
               PERFORM 9000-CANCELACION                                 00006830
                  THRU 9000-CANCELACION-EXIT                            00006840
                                                                        00006850
           END-IF                                                       00006860
                                                                        00006870
           SET NO-FIN-CURSOR                 TO TRUE                    00006880
                                                                        00006890
           PERFORM 2210-LEER-DEPENDENCIA                                00006900
              THRU 2210-LEER-DEPENDENCIA-EXIT                           00006910
             UNTIL SI-FIN-CURSOR                                        00006920
                                                                        00006930
           EXEC SQL                                                     00006940
                CLOSE C-DEPEN                                           00006950
           END-EXEC                                                     00006960
                                                                        00006970
           MOVE ZEROES                       TO WK-ANTERIOR             00006980
                                                                        00006990
           PERFORM 2250-DEPENDENCIA-IMPLICITA                           00007000
              THRU 2250-DEPENDENCIA-IMPLICITA-EXIT                      00007010
             VARYING WK-I FROM 1 BY 1                                   00007020
               UNTIL WK-I > WK-NUM-PASOS                                00007030
                                                                        00007040
           .                                                            00007050
       2200-CARGAR-DEPENDENCIAS-EXIT.                                   00007060
           EXIT.                                                        00007070
                                                                        00007080
      ******************************************************************00007090
      * 2210-LEER-DEPENDENCIA.                                         *00007100
      * SE LEE UN PREREQUISITO. SI EL PROGRAMA O EL PREREQUISITO NO    *00007110
      * SON PASOS DEFINIDOS SE LISTA EL ERROR; SI NO, SE ANOTA LA      *00007120
      * DEPENDENCIA EN LA TABLA Y EN LA MATRIZ.                        *00007130
      ******************************************************************00007140
       2210-LEER-DEPENDENCIA.                                           00007150
                                                                        00007160
           EXEC SQL                                                     00007170
                FETCH C-DEPEN                                           00007180
                 INTO :G3228-PROGRAMA, :G3228-PREREQ                    00007190
           END-EXEC                                                     00007200
                                                                        00007210
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007220
                                                                        00007230
           EVALUATE  TRUE                                               00007240
               WHEN  DB2-OK                                             00007250
                     CONTINUE                                           00007260
                                                                        00007270
               WHEN  DB2-CLV-NOT-FOUND                                  00007280
                     SET SI-FIN-CURSOR       TO TRUE                    00007290
                     GO TO 2210-LEER-DEPENDENCIA-EXIT                   00007300
                                                                        00007310
               WHEN  OTHER                                              00007320
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007330
                     MOVE CA-ERR-CADENA-DEP  TO WK-DESCRIPCION          00007340
                     MOVE CA-PRF-2210        TO WK-PARRAFO              00007350
                     MOVE CA-XXBAVCA         TO WK-RUTINA               00007360
                     MOVE CA-BATCH-CADENA-DEP                           00007370
                                             TO WK-TABLA-DB2            00007380
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00007390
                                                                        00007400
                     PERFORM 9000-CANCELACION                           00007410
                        THRU 9000-CANCELACION-EXIT                      00007420
                                                                        00007430
           END-EVALUATE                                                 00007440
                                                                        00007450
           ADD CN-1                          TO CT-DEPENDENCIAS         00007460
                                                                        00007470
           MOVE G3228-PROGRAMA               TO WD-PROGRAMA             00007480
           MOVE G3228-PREREQ                 TO WD-RELACIONADO          00007490
                                                                        00007500
           MOVE G3228-PROGRAMA               TO WK-BUSCADO              00007510
           PERFORM 9500-BUSCAR-PASO                                     00007520
              THRU 9500-BUSCAR-PASO-EXIT                                00007530
           MOVE WK-P                         TO WK-IDX-PROGRAMA         00007540
                                                                        00007550
           IF  WK-IDX-PROGRAMA = ZEROES                                 00007560
               MOVE CA-TIPO-ERROR            TO WD-TIPO                 00007570
               MOVE CA-INC-PASO-NO-DEF       TO WD-DESCRIPCION          00007580
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00007590
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00007600
               GO TO 2210-LEER-DEPENDENCIA-EXIT                         00007610
           END-IF                                                       00007620
                                                                        00007630
           MOVE G3228-PREREQ                 TO WK-BUSCADO              00007640
           PERFORM 9500-BUSCAR-PASO                                     00007650
              THRU 9500-BUSCAR-PASO-EXIT                                00007660
           MOVE WK-P                         TO WK-IDX-PREREQ           00007670
                                                                        00007680
           IF  WK-IDX-PREREQ = ZEROES                                   00007690
               MOVE CA-SI           TO WT-BLOQUEADO (WK-IDX-PROGRAMA)   00007700
               MOVE CA-TIPO-ERROR            TO WD-TIPO                 00007710
               MOVE CA-INC-PREREQ-NO-DEF     TO WD-DESCRIPCION          00007720
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00007730
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00007740
               GO TO 2210-LEER-DEPENDENCIA-EXIT                         00007750
           END-IF                                                       00007760
                                                                        00007770
           IF  WT-NUM-PREREQ (WK-IDX-PROGRAMA) NOT < CN-MAX-PREREQ      00007780
               MOVE CA-TIPO-ERROR            TO WD-TIPO                 00007790
               MOVE CA-INC-MAX-PREREQ        TO WD-DESCRIPCION          00007800
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00007810
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00007820
               GO TO 2210-LEER-DEPENDENCIA-EXIT                         00007830
           END-IF                                                       00007840
                                                                        00007850
           ADD CN-1                TO WT-NUM-PREREQ (WK-IDX-PROGRAMA)   00007860
           MOVE WT-NUM-PREREQ (WK-IDX-PROGRAMA)                         00007870
                                             TO WK-J                    00007880
           MOVE WK-IDX-PREREQ      TO WT-PREREQ (WK-IDX-PROGRAMA, WK-J) 00007890
           MOVE CA-SI              TO WT-DEPENDE (WK-IDX-PROGRAMA,      00007900
                                                  WK-IDX-PREREQ)        00007910
                                                                        00007920
           .                                                            00007930
       2210-LEER-DEPENDENCIA-EXIT.                                      00007940
           EXIT.                                                        00007950
                                                                        00007960
      ******************************************************************00007970
      * 2250-DEPENDENCIA-IMPLICITA.                                    *00007980
      * EL PASO ACTIVO WK-I SIN PREREQUISITOS DEFINIDOS DEPENDE DEL    *00007990
      * PASO ACTIVO ANTERIOR EN ORDEN.                                 *00008000
      ******************************************************************00008010
       2250-DEPENDENCIA-IMPLICITA.                                      00008020
                                                                        00008030
           IF  WT-INDACTIVO (WK-I) NOT = CA-ACTIVO                      00008040
               GO TO 2250-DEPENDENCIA-IMPLICITA-EXIT                    00008050
           END-IF                                                       00008060
                                                                        00008070
           IF  WT-NUM-PREREQ (WK-I) = ZEROES                            00008080
           AND WK-ANTERIOR > ZEROES                                     00008090
               MOVE CN-1                     TO WT-NUM-PREREQ (WK-I)    00008100
               MOVE WK-ANTERIOR              TO WT-PREREQ (WK-I, 1)     00008110
               MOVE CA-SI              TO WT-DEPENDE (WK-I, WK-ANTERIOR)00008120
           END-IF                                                       00008130
                                                                        00008140
           MOVE WK-I                         TO WK-ANTERIOR             00008150
                                                                        00008160
           .                                                            00008170
       2250-DEPENDENCIA-IMPLICITA-EXIT.                                 00008180
           EXIT.                                                        00008190
                                                                        00008200
      ******************************************************************00008210
      ***                   2300-CARGAR-VENTANAS                     ***00008220
      ***                   --------------------                     ***00008230
      * SE RECORRE BATCH_PLAN_VENTANA POR PROGRAMA. SE AVISA DE LOS    *00008240
      * PROGRAMAS QUE NO SON PASOS DE LA CADENA Y A CADA PASO SE LE    *00008250
      * ASIGNA LA VENTANA DE SU PRIMERA ENTIDAD. LAS HORAS SE PASAN A  *00008260
      * SEGUNDOS RELATIVOS A LA HORA PLAN DEL PRIMER PASO ACTIVO CON   *00008270
      * VENTANA, DE MODO QUE UNA HORA ANTERIOR A ESA SE TOMA DEL DIA   *00008280
      * SIGUIENTE.                                                     *00008290
      ******************************************************************00008300
       2300-CARGAR-VENTANAS.                                            00008310
                                                                        00008320
           EXEC SQL                                                     00008330
                DECLARE C-PLAN CURSOR FOR                               00008340
                SELECT G3190_PROGRAMA, G3190_CDGENTI,                   00008350
                       G3190_HORAPLAN, G3190_HORATOPE                   00008360
                  FROM BATCH_PLAN_VENTANA                               00008370
                 ORDER BY G3190_PROGRAMA, G3190_CDGENTI                 00008380
           END-EXEC                                                     00008390
                                                                        00008400
           EXEC SQL                                                     00008410
                OPEN C-PLAN                                             00008420
           END-EXEC                                                     00008430
                                                                        00008440
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008450
                                                                        00008460
           IF  NOT DB2-OK                                               00008470
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00008480
               MOVE CA-ERR-PLAN              TO WK-DESCRIPCION          00008490
               MOVE CA-PRF-2300              TO WK-PARRAFO              00008500
               MOVE CA-XXBAVCA               TO WK-RUTINA               00008510
               MOVE CA-BATCH-PLAN            TO WK-TABLA-DB2            00008520
               MOVE CA-OPEN                  TO WK-DATOS-ACCESO         00008530
                                                                        00008540
               PERFORM 9000-CANCELACION                                 00008550
                  THRU 9000-CANCELACION-EXIT                            00008560
                                                                        00008570
           END-IF                                                       00008580
                                                                        00008590
           SET NO-FIN-CURSOR                 TO TRUE                    00008600
           MOVE SPACES                       TO WK-PROGRAMA-ANT         00008610
                                                                        00008620
           PERFORM 2310-LEER-VENTANA                                    00008630
              THRU 2310-LEER-VENTANA-EXIT                               00008640
             UNTIL SI-FIN-CURSOR                                        00008650
                                                                        00008660
           EXEC SQL                                                     00008670
                CLOSE C-PLAN                                            00008680
           END-EXEC                                                     00008690
                                                                        00008700
           MOVE ZEROES                       TO WK-P                    00008710
                                                                        00008720
           PERFORM 2320-BUSCAR-PIVOTE                                   00008730
              THRU 2320-BUSCAR-PIVOTE-EXIT                              00008740
             VARYING WK-I FROM 1 BY 1                                   00008750
               UNTIL WK-I > WK-NUM-PASOS                                00008760
                  OR WK-P > ZEROES                                      00008770
                                                                        00008780
           IF  WK-P > ZEROES                                            00008790
               MOVE WT-SEG-PLAN (WK-P)       TO WK-SEG-PIVOTE           00008800
                                                                        00008810
               PERFORM 2330-NORMALIZAR-VENTANA                          00008820
                  THRU 2330-NORMALIZAR-VENTANA-EXIT                     00008830
                 VARYING WK-I FROM 1 BY 1                               00008840
                   UNTIL WK-I > WK-NUM-PASOS                            00008850
           END-IF                                                       00008860
                                                                        00008870
           .                                                            00008880
       2300-CARGAR-VENTANAS-EXIT.                                       00008890
           EXIT.                                                        00008900
                                                                        00008910
      ******************************************************************00008920
      * 2310-LEER-VENTANA.                                             *00008930
      * SE LEE UNA VENTANA. LA PRIMERA DE CADA PROGRAMA SE CONTRASTA   *00008940
      * CON LA TABLA DE PASOS.                                         *00008950
      ******************************************************************00008960
       2310-LEER-VENTANA.                                               00008970
                                                                        00008980
           EXEC SQL                                                     00008990
                FETCH C-PLAN                                            00009000
                 INTO :G3190-PROGRAMA, :G3190-CDGENTI,                  00009010
                      :G3190-HORAPLAN, :G3190-HORATOPE                  00009020
           END-EXEC                                                     00009030
                                                                        00009040
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009050
                                                                        00009060
           EVALUATE  TRUE                                               00009070
               WHEN  DB2-OK                                             00009080
                     CONTINUE                                           00009090
                                                                        00009100
               WHEN  DB2-CLV-NOT-FOUND                                  00009110
                     SET SI-FIN-CURSOR       TO TRUE                    00009120
                     GO TO 2310-LEER-VENTANA-EXIT                       00009130
                                                                        00009140
               WHEN  OTHER                                              00009150
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00009160
                     MOVE CA-ERR-PLAN        TO WK-DESCRIPCION          00009170
                     MOVE CA-PRF-2310        TO WK-PARRAFO              00009180
                     MOVE CA-XXBAVCA         TO WK-RUTINA               00009190
                     MOVE CA-BATCH-PLAN      TO WK-TABLA-DB2            00009200
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00009210
                                                                        00009220
                     PERFORM 9000-CANCELACION                           00009230
                        THRU 9000-CANCELACION-EXIT                      00009240
                                                                        00009250
           END-EVALUATE                                                 00009260
                                                                        00009270
           ADD CN-1                          TO CT-VENTANAS             00009280
                                                                        00009290
           IF  G3190-PROGRAMA = WK-PROGRAMA-ANT                         00009300
               GO TO 2310-LEER-VENTANA-EXIT                             00009310
           END-IF                                                       00009320
                                                                        00009330
           MOVE G3190-PROGRAMA               TO WK-PROGRAMA-ANT         00009340
                                                WK-BUSCADO              00009350
           PERFORM 9500-BUSCAR-PASO                                     00009360
              THRU 9500-BUSCAR-PASO-EXIT                                00009370
                                                                        00009380
           IF  WK-P = ZEROES                                            00009390
               MOVE CA-TIPO-AVISO            TO WD-TIPO                 00009400
               MOVE G3190-PROGRAMA           TO WD-PROGRAMA             00009410
               MOVE SPACES                   TO WD-RELACIONADO          00009420
               MOVE CA-INC-PLAN-SIN-PASO     TO WD-DESCRIPCION          00009430
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00009440
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00009450
               GO TO 2310-LEER-VENTANA-EXIT                             00009460
           END-IF                                                       00009470
                                                                        00009480
           MOVE G3190-HORAPLAN               TO WK-HORA-VENTANA         00009490
           IF  WK-HV-HH NOT NUMERIC                                     00009500
           OR  WK-HV-MM NOT NUMERIC                                     00009510
           OR  WK-HV-SS NOT NUMERIC                                     00009520
               GO TO 2310-LEER-VENTANA-EXIT                             00009530
           END-IF                                                       00009540
           PERFORM 9600-HORA-A-SEGUNDOS                                 00009550
              THRU 9600-HORA-A-SEGUNDOS-EXIT                            00009560
           MOVE WK-SEG-HORA                  TO WT-SEG-PLAN (WK-P)      00009570
                                                                        00009580
           MOVE G3190-HORATOPE               TO WK-HORA-VENTANA         00009590
           IF  WK-HV-HH NOT NUMERIC                                     00009600
           OR  WK-HV-MM NOT NUMERIC                                     00009610
           OR  WK-HV-SS NOT NUMERIC                                     00009620
               GO TO 2310-LEER-VENTANA-EXIT                             00009630
           END-IF                                                       00009640
           PERFORM 9600-HORA-A-SEGUNDOS                                 00009650
              THRU 9600-HORA-A-SEGUNDOS-EXIT                            00009660
           MOVE WK-SEG-HORA                  TO WT-SEG-TOPE (WK-P)      00009670
                                                                        00009680
           MOVE G3190-HORAPLAN               TO WT-HORAPLAN (WK-P)      00009690
           MOVE G3190-HORATOPE               TO WT-HORATOPE (WK-P)      00009700
           MOVE CA-SI                        TO WT-CON-VENTANA (WK-P)   00009710
                                                                        00009720
           .                                                            00009730
       2310-LEER-VENTANA-EXIT.                                          00009740
           EXIT.                                                        00009750
                                                                        00009760
      ******************************************************************00009770
      * 2320-BUSCAR-PIVOTE.                                            *00009780
      * SE BUSCA EL PRIMER PASO ACTIVO EN ORDEN CON VENTANA.           *00009790
      ******************************************************************00009800
       2320-BUSCAR-PIVOTE.                                              00009810
                                                                        00009820
           IF  WT-INDACTIVO (WK-I) = CA-ACTIVO                          00009830
           AND WT-CON-VENTANA (WK-I) = CA-SI                            00009840
               MOVE WK-I                     TO WK-P                    00009850
           END-IF                                                       00009860
                                                                        00009870
           .                                                            00009880
       2320-BUSCAR-PIVOTE-EXIT.                                         00009890
           EXIT.                                                        00009900
                                                                        00009910
      ******************************************************************00009920
      * 2330-NORMALIZAR-VENTANA.                                       *00009930
      * LAS HORAS DEL PASO WK-I ANTERIORES AL PIVOTE SE LLEVAN AL DIA  *00009940
      * SIGUIENTE.                                                     *00009950
      ******************************************************************00009960
       2330-NORMALIZAR-VENTANA.                                         00009970
                                                                        00009980
           IF  WT-CON-VENTANA (WK-I) NOT = CA-SI                        00009990
               GO TO 2330-NORMALIZAR-VENTANA-EXIT                       00010000
           END-IF                                                       00010010
                                                                        00010020
           IF  WT-SEG-PLAN (WK-I) < WK-SEG-PIVOTE                       00010030
               ADD CN-SEG-DIA                TO WT-SEG-PLAN (WK-I)      00010040
           END-IF                                                       00010050
                                                                        00010060
           IF  WT-SEG-TOPE (WK-I) < WK-SEG-PIVOTE                       00010070
               ADD CN-SEG-DIA                TO WT-SEG-TOPE (WK-I)      00010080
           END-IF                                                       00010090
                                                                        00010100
           .                                                            00010110
       2330-NORMALIZAR-VENTANA-EXIT.                                    00010120
           EXIT.                                                        00010130
                                                                        00010140
      ******************************************************************00010150
      ***                   2400-PROGRAMAS-SIN-PASO                  ***00010160
      ***                   -----------------------                  ***00010170
      * SE AVISA DE LOS PROGRAMAS DE BATCH_RUN_CONTROL QUE NO SON      *00010180
      * PASOS DE LA CADENA.                                            *00010190
      ******************************************************************00010200
       2400-PROGRAMAS-SIN-PASO.                                         00010210
                                                                        00010220
           EXEC SQL                                                     00010230
                DECLARE C-RUN CURSOR FOR                                00010240
                SELECT DISTINCT G3184_PROGRAMA                          00010250
                  FROM BATCH_RUN_CONTROL                                00010260
                 WHERE NOT EXISTS                                       00010270
                      (SELECT 1                                         00010280
                         FROM BATCH_CADENA                              00010290
                        WHERE G3205_PROGRAMA = G3184_PROGRAMA)          00010300
                 ORDER BY G3184_PROGRAMA                                00010310
           END-EXEC                                                     00010320
                                                                        00010330
           EXEC SQL                                                     00010340
                OPEN C-RUN                                              00010350
           END-EXEC                                                     00010360
                                                                        00010370
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010380
                                                                        00010390
           IF  NOT DB2-OK                                               00010400
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00010410
               MOVE CA-ERR-RUN               TO WK-DESCRIPCION          00010420
               MOVE CA-PRF-2400              TO WK-PARRAFO              00010430
               MOVE CA-XXBAVCA               TO WK-RUTINA               00010440
               MOVE CA-BATCH-RUN             TO WK-TABLA-DB2            00010450
               MOVE CA-OPEN                  TO WK-DATOS-ACCESO         00010460
                                                                        00010470
               PERFORM 9000-CANCELACION                                 00010480
                  THRU 9000-CANCELACION-EXIT                            00010490
                                                                        00010500
           END-IF                                                       00010510
                                                                        00010520
           SET NO-FIN-CURSOR                 TO TRUE                    00010530
                                                                        00010540
           PERFORM 2410-LEER-PROGRAMA                                   00010550
              THRU 2410-LEER-PROGRAMA-EXIT                              00010560
             UNTIL SI-FIN-CURSOR                                        00010570
                                                                        00010580
           EXEC SQL                                                     00010590
                CLOSE C-RUN                                             00010600
           END-EXEC                                                     00010610
                                                                        00010620
           .                                                            00010630
       2400-PROGRAMAS-SIN-PASO-EXIT.                                    00010640
           EXIT.                                                        00010650
                                                                        00010660
      ******************************************************************00010670
      * 2410-LEER-PROGRAMA.                                            *00010680
      * SE LEE UN PROGRAMA DE BATCH_RUN_CONTROL FUERA DE LA CADENA Y   *00010690
      * SE LISTA EL AVISO.                                             *00010700
      ******************************************************************00010710
       2410-LEER-PROGRAMA.                                              00010720
                                                                        00010730
           EXEC SQL                                                     00010740
                FETCH C-RUN                                             00010750
                 INTO :G3184-PROGRAMA                                   00010760
           END-EXEC                                                     00010770
                                                                        00010780
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00010790
                                                                        00010800
           EVALUATE  TRUE                                               00010810
               WHEN  DB2-OK                                             00010820
                     MOVE CA-TIPO-AVISO      TO WD-TIPO                 00010830
                     MOVE G3184-PROGRAMA     TO WD-PROGRAMA             00010840
                     MOVE SPACES             TO WD-RELACIONADO          00010850
                     MOVE CA-INC-RUN-SIN-PASO                           00010860
                                             TO WD-DESCRIPCION          00010870
                     PERFORM 9100-ESCRIBIR-INCIDENCIA                   00010880
                        THRU 9100-ESCRIBIR-INCIDENCIA-EXIT              00010890
                                                                        00010900
               WHEN  DB2-CLV-NOT-FOUND                                  00010910
                     SET SI-FIN-CURSOR       TO TRUE                    00010920
                                                                        00010930
               WHEN  OTHER                                              00010940
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00010950
                     MOVE CA-ERR-RUN         TO WK-DESCRIPCION          00010960
                     MOVE CA-PRF-2410        TO WK-PARRAFO              00010970
                     MOVE CA-XXBAVCA         TO WK-RUTINA               00010980
                     MOVE CA-BATCH-RUN       TO WK-TABLA-DB2            00010990
                     MOVE CA-FETCH           TO WK-DATOS-ACCESO         00011000
                                                                        00011010
                     PERFORM 9000-CANCELACION                           00011020
                        THRU 9000-CANCELACION-EXIT                      00011030
                                                                        00011040
           END-EVALUATE                                                 00011050
                                                                        00011060
           .                                                            00011070
       2410-LEER-PROGRAMA-EXIT.                                         00011080
           EXIT.                                                        00011090
                                                                        00011100
      ******************************************************************00011110
      ***                   2500-CIERRE-TRANSITIVO                   ***00011120
      ***                   ----------------------                   ***00011130
      * SE COMPLETA LA MATRIZ DE DEPENDENCIAS CON LAS INDIRECTAS       *00011140
      * TOMANDO EL PASO WK-K COMO INTERMEDIO: QUIEN DEPENDE DE WK-K    *00011150
      * DEPENDE TAMBIEN DE TODO AQUELLO DE LO QUE DEPENDE WK-K.        *00011160
      ******************************************************************00011170
       2500-CIERRE-TRANSITIVO.                                          00011180
                                                                        00011190
           PERFORM 2510-CIERRE-FILA                                     00011200
              THRU 2510-CIERRE-FILA-EXIT                                00011210
             VARYING WK-I FROM 1 BY 1                                   00011220
               UNTIL WK-I > WK-NUM-PASOS                                00011230
                                                                        00011240
           .                                                            00011250
       2500-CIERRE-TRANSITIVO-EXIT.                                     00011260
           EXIT.                                                        00011270
                                                                        00011280
      ******************************************************************00011290
      * 2510-CIERRE-FILA.                                              *00011300
      * SI EL PASO WK-I DEPENDE DE WK-K SE LE ANADEN LAS DEPENDENCIAS  *00011310
      * DE WK-K.                                                       *00011320
      ******************************************************************00011330
       2510-CIERRE-FILA.                                                00011340
                                                                        00011350
           IF  WT-DEPENDE (WK-I, WK-K) = CA-SI                          00011360
               PERFORM 2520-CIERRE-COLUMNA                              00011370
                  THRU 2520-CIERRE-COLUMNA-EXIT                         00011380
                 VARYING WK-J FROM 1 BY 1                               00011390
                   UNTIL WK-J > WK-NUM-PASOS                            00011400
           END-IF                                                       00011410
                                                                        00011420
           .                                                            00011430
       2510-CIERRE-FILA-EXIT.                                           00011440
           EXIT.                                                        00011450
                                                                        00011460
      ******************************************************************00011470
      * 2520-CIERRE-COLUMNA.                                           *00011480
      ******************************************************************00011490
       2520-CIERRE-COLUMNA.                                             00011500
                                                                        00011510
           IF  WT-DEPENDE (WK-K, WK-J) = CA-SI                          00011520
               MOVE CA-SI                    TO WT-DEPENDE (WK-I, WK-J) 00011530
           END-IF                                                       00011540
                                                                        00011550
           .                                                            00011560
       2520-CIERRE-COLUMNA-EXIT.                                        00011570
           EXIT.                                                        00011580
                                                                        00011590
      ******************************************************************00011600
      ***                   2600-VALIDAR-PASO                        ***00011610
      ***                   -----------------                        ***00011620
      * UN PASO QUE DEPENDE DE SI MISMO ESTA EN UN CICLO. UN PASO      *00011630
      * ACTIVO CON UN PREREQUISITO DIRECTO INACTIVO NO SE LIBERA       *00011640
      * NUNCA. EN AMBOS CASOS SE LISTA EL ERROR Y EL PASO QUEDA        *00011650
      * BLOQUEADO.                                                     *00011660
      ******************************************************************00011670
       2600-VALIDAR-PASO.                                               00011680
                                                                        00011690
           IF  WT-DEPENDE (WK-I, WK-I) = CA-SI                          00011700
               MOVE CA-SI                    TO WT-BLOQUEADO (WK-I)     00011710
               MOVE CA-TIPO-ERROR            TO WD-TIPO                 00011720
               MOVE WT-PROGRAMA (WK-I)       TO WD-PROGRAMA             00011730
               MOVE SPACES                   TO WD-RELACIONADO          00011740
               MOVE CA-INC-CICLO             TO WD-DESCRIPCION          00011750
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00011760
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00011770
           END-IF                                                       00011780
                                                                        00011790
           IF  WT-INDACTIVO (WK-I) = CA-ACTIVO                          00011800
               PERFORM 2610-PREREQ-INACTIVO                             00011810
                  THRU 2610-PREREQ-INACTIVO-EXIT                        00011820
                 VARYING WK-J FROM 1 BY 1                               00011830
                   UNTIL WK-J > WT-NUM-PREREQ (WK-I)                    00011840
           END-IF                                                       00011850
                                                                        00011860
           .                                                            00011870
       2600-VALIDAR-PASO-EXIT.                                          00011880
           EXIT.                                                        00011890
                                                                        00011900
      ******************************************************************00011910
      * 2610-PREREQ-INACTIVO.                                          *00011920
      * SE COMPRUEBA SI EL PREREQUISITO WK-J DEL PASO WK-I ESTA        *00011930
      * INACTIVO.                                                      *00011940
      ******************************************************************00011950
       2610-PREREQ-INACTIVO.                                            00011960
                                                                        00011970
           MOVE WT-PREREQ (WK-I, WK-J)       TO WK-P                    00011980
                                                                        00011990
           IF  WT-INDACTIVO (WK-P) NOT = CA-ACTIVO                      00012000
               MOVE CA-SI                    TO WT-BLOQUEADO (WK-I)     00012010
               MOVE CA-TIPO-ERROR            TO WD-TIPO                 00012020
               MOVE WT-PROGRAMA (WK-I)       TO WD-PROGRAMA             00012030
               MOVE WT-PROGRAMA (WK-P)       TO WD-RELACIONADO          00012040
               MOVE CA-INC-PREREQ-INACTIVO   TO WD-DESCRIPCION          00012050
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00012060
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00012070
           END-IF                                                       00012080
                                                                        00012090
           .                                                            00012100
       2610-PREREQ-INACTIVO-EXIT.                                       00012110
           EXIT.                                                        00012120
                                                                        00012130
      ******************************************************************00012140
      ***                   2700-VALIDAR-ALCANCE                     ***00012150
      ***                   --------------------                     ***00012160
      * UN PASO ACTIVO NO BLOQUEADO QUE DEPENDE, DIRECTA O             *00012170
      * INDIRECTAMENTE, DE UN PASO BLOQUEADO NO PUEDE ALCANZARSE NUNCA.*00012180
      * SE LISTA CON EL PRIMER PASO BLOQUEADO DEL QUE DEPENDE.         *00012190
      ******************************************************************00012200
       2700-VALIDAR-ALCANCE.                                            00012210
                                                                        00012220
           IF  WT-INDACTIVO (WK-I) NOT = CA-ACTIVO                      00012230
           OR  WT-BLOQUEADO (WK-I) = CA-SI                              00012240
               GO TO 2700-VALIDAR-ALCANCE-EXIT                          00012250
           END-IF                                                       00012260
                                                                        00012270
           MOVE ZEROES                       TO WK-P                    00012280
                                                                        00012290
           PERFORM 2710-BUSCAR-BLOQUEO                                  00012300
              THRU 2710-BUSCAR-BLOQUEO-EXIT                             00012310
             VARYING WK-J FROM 1 BY 1                                   00012320
               UNTIL WK-J > WK-NUM-PASOS                                00012330
                  OR WK-P > ZEROES                                      00012340
                                                                        00012350
           IF  WK-P > ZEROES                                            00012360
               MOVE CA-TIPO-ERROR            TO WD-TIPO                 00012370
               MOVE WT-PROGRAMA (WK-I)       TO WD-PROGRAMA             00012380
               MOVE WT-PROGRAMA (WK-P)       TO WD-RELACIONADO          00012390
               MOVE CA-INC-INALCANZABLE      TO WD-DESCRIPCION          00012400
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00012410
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00012420
           END-IF                                                       00012430
                                                                        00012440
           .                                                            00012450
       2700-VALIDAR-ALCANCE-EXIT.                                       00012460
           EXIT.                                                        00012470
                                                                        00012480
      ******************************************************************00012490
      * 2710-BUSCAR-BLOQUEO.                                           *00012500
      ******************************************************************00012510
       2710-BUSCAR-BLOQUEO.                                             00012520
                                                                        00012530
           IF  WT-DEPENDE (WK-I, WK-J) = CA-SI                          00012540
           AND WT-BLOQUEADO (WK-J) = CA-SI                              00012550
               MOVE WK-J                     TO WK-P                    00012560
           END-IF                                                       00012570
                                                                        00012580
           .                                                            00012590
       2710-BUSCAR-BLOQUEO-EXIT.                                        00012600
           EXIT.                                                        00012610
                                                                        00012620
      ******************************************************************00012630
      ***                   2800-VALIDAR-VENTANAS                    ***00012640
      ***                   ---------------------                    ***00012650
      * SE CONTRASTA LA VENTANA DEL PASO ACTIVO WK-I CON LA DE CADA    *00012660
      * UNO DE SUS PREREQUISITOS DIRECTOS ACTIVOS.                     *00012670
      ******************************************************************00012680
       2800-VALIDAR-VENTANAS.                                           00012690
                                                                        00012700
           IF  WT-INDACTIVO (WK-I) NOT = CA-ACTIVO                      00012710
           OR  WT-CON-VENTANA (WK-I) NOT = CA-SI                        00012720
               GO TO 2800-VALIDAR-VENTANAS-EXIT                         00012730
           END-IF                                                       00012740
                                                                        00012750
           PERFORM 2810-COMPARAR-VENTANA                                00012760
              THRU 2810-COMPARAR-VENTANA-EXIT                           00012770
             VARYING WK-J FROM 1 BY 1                                   00012780
               UNTIL WK-J > WT-NUM-PREREQ (WK-I)                        00012790
                                                                        00012800
           .                                                            00012810
       2800-VALIDAR-VENTANAS-EXIT.                                      00012820
           EXIT.                                                        00012830
                                                                        00012840
      ******************************************************************00012850
      * 2810-COMPARAR-VENTANA.                                         *00012860
      * EL PASO NO PUEDE TENER HORA PLAN NI HORA TOPE ANTERIORES A LAS *00012870
      * DE SU PREREQUISITO WK-J.                                       *00012880
      ******************************************************************00012890
       2810-COMPARAR-VENTANA.                                           00012900
                                                                        00012910
           MOVE WT-PREREQ (WK-I, WK-J)       TO WK-P                    00012920
                                                                        00012930
           IF  WT-INDACTIVO (WK-P) NOT = CA-ACTIVO                      00012940
           OR  WT-CON-VENTANA (WK-P) NOT = CA-SI                        00012950
               GO TO 2810-COMPARAR-VENTANA-EXIT                         00012960
           END-IF                                                       00012970
                                                                        00012980
           MOVE CA-TIPO-AVISO                TO WD-TIPO                 00012990
           MOVE WT-PROGRAMA (WK-I)           TO WD-PROGRAMA             00013000
           MOVE WT-PROGRAMA (WK-P)           TO WD-RELACIONADO          00013010
                                                                        00013020
           IF  WT-SEG-PLAN (WK-I) < WT-SEG-PLAN (WK-P)                  00013030
               MOVE CA-INC-HORAPLAN          TO WD-DESCRIPCION          00013040
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00013050
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00013060
           END-IF                                                       00013070
                                                                        00013080
           IF  WT-SEG-TOPE (WK-I) < WT-SEG-TOPE (WK-P)                  00013090
               MOVE CA-INC-HORATOPE          TO WD-DESCRIPCION          00013100
               PERFORM 9100-ESCRIBIR-INCIDENCIA                         00013110
                  THRU 9100-ESCRIBIR-INCIDENCIA-EXIT                    00013120
           END-IF                                                       00013130
                                                                        00013140
           .                                                            00013150
       2810-COMPARAR-VENTANA-EXIT.                                      00013160
           EXIT.                                                        00013170
                                                                        00013180
      ******************************************************************00013190
      ***                   3000-FIN                                 ***00013200
      ***                   --------                                 ***00013210
      * SE ESCRIBE EL RESUMEN, SE CIERRA EL LISTADO, SE MUESTRAN LAS   *00013220
      * ESTADISTICAS Y SE TERMINA CON CONDITION CODE 8 SI HAY ERRORES  *00013230
      * DE DEFINICION O CON 4 SI SOLO HAY AVISOS.                      *00013240
      ******************************************************************00013250
       3000-FIN.                                                        00013260
                                                                        00013270
           MOVE SPACES                       TO WK-LINEA-SALIDA         00013280
           PERFORM 9400-ESCRIBIR-LINEA                                  00013290
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00013300
                                                                        00013310
           MOVE CT-ERRORES                   TO WD-RES-ERRORES          00013320
           MOVE CT-AVISOS                    TO WD-RES-AVISOS           00013330
                                                                        00013340
           MOVE WK-LINEA-RESUMEN             TO WK-LINEA-SALIDA         00013350
           PERFORM 9400-ESCRIBIR-LINEA                                  00013360
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00013370
                                                                        00013380
           PERFORM 3100-CERRAR-FICHEROS                                 00013390
              THRU 3100-CERRAR-FICHEROS-EXIT                            00013400
                                                                        00013410
           PERFORM 3200-ESTADISTICAS                                    00013420
              THRU 3200-ESTADISTICAS-EXIT                               00013430
                                                                        00013440
           EVALUATE  TRUE                                               00013450
               WHEN  CT-ERRORES > ZEROES                                00013460
                     MOVE CN-RC-ERRORES       TO RETURN-CODE            00013470
               WHEN  CT-AVISOS > ZEROES                                 00013480
                     MOVE CN-RC-AVISOS        TO RETURN-CODE            00013490
               WHEN  OTHER                                              00013500
                     CONTINUE                                           00013510
           END-EVALUATE                                                 00013520
                                                                        00013530
           STOP RUN                                                     00013540
                                                                        00013550
           .                                                            00013560
       3000-FIN-EXIT.                                                   00013570
           EXIT.                                                        00013580
                                                                        00013590
      ******************************************************************00013600
      ***                   3100-CERRAR-FICHEROS                     ***00013610
      ***                   ---------------------                    ***00013620
      * SE CIERRA EL LISTADO.                                          *00013630
      ******************************************************************00013640
       3100-CERRAR-FICHEROS.                                            00013650
                                                                        00013660
           CLOSE XXBAVCS1                                               00013670
                                                                        00013680
           IF  FS-XXBAVCS1 NOT = CA-FS-OK                               00013690
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00013700
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00013710
               MOVE CA-PRF-3100              TO WK-PARRAFO              00013720
               MOVE CA-XXBAVCS1              TO WK-DDNAME               00013730
               MOVE FS-XXBAVCS1              TO WK-FILE-STATUS          00013740
                                                                        00013750
               PERFORM 9000-CANCELACION                                 00013760
                  THRU 9000-CANCELACION-EXIT                            00013770
                                                                        00013780
           END-IF                                                       00013790
                                                                        00013800
           .                                                            00013810
       3100-CERRAR-FICHEROS-EXIT.                                       00013820
           EXIT.                                                        00013830
                                                                        00013840
      ******************************************************************00013850
      ***                   3200-ESTADISTICAS                        ***00013860
      ***                   -----------------                        ***00013870
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00013880
      ******************************************************************00013890
       3200-ESTADISTICAS.                                               00013900
                                                                        00013910
           MOVE CT-PASOS                      TO WK-PASOS-ED            00013920
           MOVE CT-PASOS-ACTIVOS              TO WK-ACTIVOS-ED          00013930
           MOVE CT-DEPENDENCIAS               TO WK-DEPENDENCIAS-ED     00013940
           MOVE CT-VENTANAS                   TO WK-VENTANAS-ED         00013950
           MOVE CT-ERRORES                    TO WK-ERRORES-ED          00013960
           MOVE CT-AVISOS                     TO WK-AVISOS-ED           00013970
                                                                        00013980
           DISPLAY WK-CAB-1                                             00013990
           DISPLAY WK-CAB-2                                             00014000
           DISPLAY WK-CAB-1                                             00014010
           DISPLAY WK-CAB-3                                             00014020
           DISPLAY WK-CAB-4                                             00014030
           DISPLAY WK-CAB-5                                             00014040
           DISPLAY WK-CAB-6                                             00014050
           DISPLAY WK-CAB-7                                             00014060
           DISPLAY WK-CAB-8                                             00014070
           DISPLAY WK-CAB-1                                             00014080
                                                                        00014090
           .                                                            00014100
       3200-ESTADISTICAS-EXIT.                                          00014110
           EXIT.                                                        00014120
                                                                        00014130
      ******************************************************************00014140
      ***                   9100-ESCRIBIR-INCIDENCIA                 ***00014150
      ***                   ------------------------                 ***00014160
      * SE CUENTA Y SE ESCRIBE LA INCIDENCIA PREPARADA EN              *00014170
      * WK-LINEA-INCIDENCIA.                                           *00014180
      ******************************************************************00014190
       9100-ESCRIBIR-INCIDENCIA.                                        00014200
                                                                        00014210
           IF  WD-TIPO = CA-TIPO-ERROR                                  00014220
               ADD CN-1                      TO CT-ERRORES              00014230
           ELSE                                                         00014240
               ADD CN-1                      TO CT-AVISOS               00014250
           END-IF                                                       00014260
                                                                        00014270
           MOVE WK-LINEA-INCIDENCIA          TO WK-LINEA-SALIDA         00014280
           PERFORM 9400-ESCRIBIR-LINEA                                  00014290
              THRU 9400-ESCRIBIR-LINEA-EXIT                             00014300
                                                                        00014310
           .                                                            00014320
       9100-ESCRIBIR-INCIDENCIA-EXIT.                                   00014330
           EXIT.                                                        00014340
                                                                        00014350
      ******************************************************************00014360
      ***                   9400-ESCRIBIR-LINEA                      ***00014370
      ***                   -------------------                      ***00014380
      * SE ESCRIBE EN EL LISTADO LA LINEA PREPARADA EN                 *00014390
      * WK-LINEA-SALIDA.                                               *00014400
      ******************************************************************00014410
       9400-ESCRIBIR-LINEA.                                             00014420
                                                                        00014430
           WRITE REG-XXBAVCS1 FROM WK-LINEA-SALIDA                      00014440
                                                                        00014450
           IF  FS-XXBAVCS1 NOT = CA-FS-OK                               00014460
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00014470
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00014480
               MOVE CA-PRF-9400              TO WK-PARRAFO              00014490
               MOVE CA-XXBAVCS1              TO WK-DDNAME               00014500
               MOVE FS-XXBAVCS1              TO WK-FILE-STATUS          00014510
               MOVE WK-LINEA-SALIDA          TO WK-DATOS-REGISTRO       00014520
                                                                        00014530
               PERFORM 9000-CANCELACION                                 00014540
                  THRU 9000-CANCELACION-EXIT                            00014550
                                                                        00014560
           END-IF                                                       00014570
                                                                        00014580
           .                                                            00014590
       9400-ESCRIBIR-LINEA-EXIT.                                        00014600
           EXIT.                                                        00014610
                                                                        00014620
      ******************************************************************00014630
      ***                   9500-BUSCAR-PASO                         ***00014640
      ***                   ----------------                         ***00014650
      * SE BUSCA EN LA TABLA EL PASO WK-BUSCADO. DEVUELVE SU INDICE    *00014660
      * EN WK-P, O CERO SI NO ES UN PASO DEFINIDO.                     *00014670
      ******************************************************************00014680
       9500-BUSCAR-PASO.                                                00014690
                                                                        00014700
           MOVE ZEROES                       TO WK-P                    00014710
                                                                        00014720
           PERFORM 9510-COMPARAR-PASO                                   00014730
              THRU 9510-COMPARAR-PASO-EXIT                              00014740
             VARYING WK-J FROM 1 BY 1                                   00014750
               UNTIL WK-J > WK-NUM-PASOS                                00014760
                  OR WK-P > ZEROES                                      00014770
                                                                        00014780
           .                                                            00014790
       9500-BUSCAR-PASO-EXIT.                                           00014800
           EXIT.                                                        00014810
                                                                        00014820
      ******************************************************************00014830
      * 9510-COMPARAR-PASO.                                            *00014840
      ******************************************************************00014850
       9510-COMPARAR-PASO.                                              00014860
                                                                        00014870
           IF  WT-PROGRAMA (WK-J) = WK-BUSCADO                          00014880
               MOVE WK-J                     TO WK-P                    00014890
           END-IF                                                       00014900
                                                                        00014910
           .                                                            00014920
       9510-COMPARAR-PASO-EXIT.                                         00014930
           EXIT.                                                        00014940
                                                                        00014950
      ******************************************************************00014960
      ***                   9600-HORA-A-SEGUNDOS                     ***00014970
      ***                   --------------------                     ***00014980
      * SE PASA LA HORA HH.MM.SS DE WK-HORA-VENTANA A SEGUNDOS DESDE   *00014990
      * MEDIANOCHE EN WK-SEG-HORA.                                     *00015000
      ******************************************************************00015010
       9600-HORA-A-SEGUNDOS.                                            00015020
                                                                        00015030
           COMPUTE WK-SEG-HORA = WK-HV-HH * CN-SEG-HORA                 00015040
                               + WK-HV-MM * CN-SEG-MINUTO               00015050
                               + WK-HV-SS                               00015060
                                                                        00015070
           .                                                            00015080
       9600-HORA-A-SEGUNDOS-EXIT.                                       00015090
           EXIT.                                                        00015100
                                                                        00015110
      ******************************************************************00015120
      ***                   9000-CANCELACION                         ***00015130
      ***                   ----------------                         ***00015140
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00015150
      ******************************************************************00015160
       9000-CANCELACION.                                                00015170
                                                                        00015180
           MOVE CA-RESP                       TO WK-RESPONSABLE         00015190
                                                                        00015200
           EVALUATE  TRUE                                               00015210
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00015220
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015230
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015240
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00015250
                         RESPONSABLE('WK-RESPONSABLE')                  00015260
                         DESCRIPCION('WK-DESCRIPCION')                  00015270
                         PROGRAMA('WK-PROGRAMA')                        00015280
                         PARRAFO('WK-PARRAFO')                          00015290
                         SQLCA('SQLCA')                                 00015300
                         TABLA_DB2('WK-TABLA-DB2')                      00015310
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00015320
                     END-FUN                                            00015330
                                                                        00015340
               WHEN  OTHER                                              00015350
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00015360
                         TIPO_ERROR('WK-TIPO-ERROR')                    00015370
                         RESPONSABLE('WK-RESPONSABLE')                  00015380
                         DESCRIPCION('WK-DESCRIPCION')                  00015390
                         PROGRAMA('WK-PROGRAMA')                        00015400
                         PARRAFO('WK-PARRAFO')                          00015410
                         DDNAME('WK-DDNAME')                            00015420
                         FILE_STATUS('WK-FILE-STATUS')                  00015430
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00015440
                     END-FUN                                            00015450
                                                                        00015460
           END-EVALUATE                                                 00015470
                                                                        00015480
           .                                                            00015490
       9000-CANCELACION-EXIT.                                           00015500
           EXIT.                                                        00015510
