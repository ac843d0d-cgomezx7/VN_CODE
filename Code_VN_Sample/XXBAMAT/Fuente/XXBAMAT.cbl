      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    XXBAMAT.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  XX.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: PROCESO BATCH DE MANTENIMIENTO DE LA MATRIZ      *00000110
      *               CENTRAL DE PERMISOS DE OPERADOR. PROCESA UN      *00000120
      *               FICHERO DE MOVIMIENTOS DE DOS TIPOS:             *00000130
      *               - 'F': FUNCION (RUTINA Y OPERACION, '*' = TODAS) *00000140
      *                 PERMITIDA A UN ROL, EN ROL_FUNCION.            *00000150
      *               - 'O': ROL ASIGNADO A UN OPERADOR, EN OPER_ROL.  *00000160
      *               CON ACCION 'A' (ALTA; SI YA EXISTE SE ACTUALIZA  *00000170
      *               SU VIGENCIA), 'B' (BAJA: SE CIERRA LA VIGENCIA,  *00000180
      *               NUNCA SE BORRA, PARA QUE QUEDE RASTRO EN LA      *00000190
      *               REVISION TRIMESTRAL) O 'M' (MODIFICACION DE      *00000200
      *               VIGENCIA Y, EN 'F', DE LA DESCRIPCION DEL ROL).  *00000210
      *               EN ALTA, SIN FECHA DE ALTA SE TOMA LA DEL DIA Y  *00000220
      *               SIN FECHA DE BAJA SE TOMA 9999-12-31; EN BAJA,   *00000230
      *               SIN FECHA SE TOMA LA DEL DIA. UN OPERADOR SOLO   *00000240
      *               PUEDE RECIBIR UN ROL QUE TENGA ALGUNA FUNCION,   *00000250
      *               POR LO QUE LOS MOVIMIENTOS 'F' DEBEN IR ANTES.   *00000260
      *               LOS MOVIMIENTOS ERRONEOS SE DEJAN EN EL FICHERO  *00000270
      *               DE RECHAZOS CON SU MOTIVO.                       *00000280
      *-                                                              -*00000290
      *  FICHEROS DE ENTRADA:                                          *00000300
      *        XXBAMAE1 : MOVIMIENTOS DE LA MATRIZ DE PERMISOS.        *00000310
      *-                                                              -*00000320
      *  FICHEROS DE SALIDA:                                           *00000330
      *        XXBAMAS1 : MOVIMIENTOS RECHAZADOS Y MOTIVO.             *00000340
      *-                                                              -*00000350
      *  TABLAS:                                                       *00000360
      *        OPER_ROL    : ROLES DE CADA OPERADOR (ACTUALIZA).       *00000370
      *        ROL_FUNCION : FUNCIONES DE CADA ROL (ACTUALIZA).        *00000380
      *-                                                              -*00000390
      *  FUNCIONES CONTROLADAS POR XXBAENT (RUTINA Y OPERACION QUE     *00000391
      *  DEBEN DARSE DE ALTA CON MOVIMIENTOS 'F' PARA LOS ROLES QUE    *00000392
      *  LAS USEN; SIN FILA EN ROL_FUNCION LA RUTINA DEVUELVE XX0040): *00000393
      *        KJBCCAI : 'C' CONSULTA, 'M' CORRECCION.                 *00000394
      *        KJBCCBR : 'C' CONSULTA.                                 *00000395
      *        KJBCCEM : 'A' ALTA, 'B' LEVANTAMIENTO, 'C' CONSULTA.    *00000396
      *        KJBCCNA : 'A' ALTA, 'C' CIERRE, 'L' LISTADO.            *00000397
      *        KJBCCRI : 'C' CONSULTA.                                 *00000398
      *        KJBCCRS : 'C' CONSULTA.                                 *00000399
      *        KJBCCXR : 'C' CONSULTA.                                 *00000400
      *        MPBACIC : 'A' ANOTACION, 'C' CONSULTA.                  *00000401
      *        MPBAFCO : 'C' CONSULTA.                                 *00000402
      *        MPBAPAM : 'A' ALTA, 'C' CIERRE DE VIGENCIA.             *00000403
      *        XXBACSN : 'C' CONSULTA.                                 *00000404
      *-                                                              -*00000405
      ******************************************************************00000406
      *                  M O D I F I C A C I O N E S                   *00000410
      *                  ---------------------------                   *00000420
      *                                                                *00000430
      * USUARIO  FECHA        DESCRIPCION                              *00000440
      * -------- ----------   ---------------------------------------- *00000450
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. MANTENIMIENTO DE *00000460
      *                        LA MATRIZ DE PERMISOS DE OPERADOR.      *00000470
      * VIEWNEXT 15-10-2026    RELACION EN CABECERA DE LAS FUNCIONES   *00000471
      *                        (RUTINA Y OPERACION) CONTROLADAS POR    *00000472
      *                        XXBAENT, PARA LA CARGA DE ROL_FUNCION.  *00000473
      *                                                                *00000480
      ******************************************************************00000490
                                                                        00000500
      ******************************************************************00000510
      * IDENTIFICATION DIVISION                                        *00000520
      ******************************************************************00000530
       IDENTIFICATION DIVISION.                                         00000540
       PROGRAM-ID.    XXBAMAT.                                          00000550
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
      * -- MOVIMIENTOS DE LA MATRIZ DE PERMISOS.                        00000810
           SELECT XXBAMAE1 ASSIGN XXBAMAE1                              00000820
                  ACCESS MODE IS SEQUENTIAL                             00000830
                  FILE STATUS IS FS-XXBAMAE1.                           00000840
                                                                        00000850
      * -- MOVIMIENTOS RECHAZADOS.                                      00000860
           SELECT XXBAMAS1 ASSIGN XXBAMAS1                              00000870
                  ACCESS MODE IS SEQUENTIAL                             00000880
                  FILE STATUS IS FS-XXBAMAS1.                           00000890
                                                                        00000900
      ******************************************************************00000910
      * DATA DIVISION                                                  *00000920
      ******************************************************************00000930
       DATA DIVISION.                                                   00000940
                                                                        00000950
      *----------------------------------------------------------------*00000960
      * FILE SECTION                                                   *00000970
      *----------------------------------------------------------------*00000980
       FILE SECTION.                                                    00000990
                                                                        00001000
       FD  XXBAMAE1                                                     00001010
           BLOCK CONTAINS 0 RECORDS                                     00001020
           RECORDING MODE IS F                                          00001030
           LABEL RECORD ARE STANDARD                                    00001040
           RECORD CONTAINS 80 CHARACTERS                                00001050
           DATA RECORD IS REG-XXBAMAE1.                                 00001060
       01  REG-XXBAMAE1.                                                00001070
      *    -- 'F' = FUNCION DE UN ROL, 'O' = ROL DE UN OPERADOR.        00001080
           05  MA-TIPO-REG                 PIC X(01).                   00001090
      *    -- 'A' = ALTA, 'B' = BAJA, 'M' = MODIFICACION.               00001100
           05  MA-ACCION                   PIC X(01).                   00001110
           05  MA-CODROL                   PIC X(08).                   00001120
      *    -- SOLO EN 'O'.                                              00001130
           05  MA-OPERADOR                 PIC X(08).                   00001140
      *    -- SOLO EN 'F'.                                              00001150
           05  MA-RUTINA                   PIC X(08).                   00001160
           05  MA-OPERACION                PIC X(01).                   00001170
           05  MA-DESROL                   PIC X(30).                   00001180
      *    -- VIGENCIA (AAAA-MM-DD).                                    00001190
           05  MA-FECALTA                  PIC X(10).                   00001200
           05  MA-FEBAJA                   PIC X(10).                   00001210
           05  FILLER                      PIC X(03).                   00001220
                                                                        00001230
       FD  XXBAMAS1                                                     00001240
           BLOCK CONTAINS 0 RECORDS                                     00001250
           RECORDING MODE IS F                                          00001260
           LABEL RECORD ARE STANDARD                                    00001270
           RECORD CONTAINS 132 CHARACTERS                               00001280
           DATA RECORD IS REG-XXBAMAS1.                                 00001290
       01  REG-XXBAMAS1.                                                00001300
           05  RS-REGISTRO                 PIC X(80).                   00001310
           05  FILLER                      PIC X(02).                   00001320
           05  RS-MOTIVO                   PIC X(50).                   00001330
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
               88  DB2-CLAVE-DUPLICADA                 VALUE -803.      00001470
           05  SW-FIN-XXBAMAE1             PIC X(01)   VALUE 'N'.       00001480
               88  SI-FIN-XXBAMAE1                     VALUE 'S'.       00001490
               88  NO-FIN-XXBAMAE1                     VALUE 'N'.       00001500
           05  SW-REGISTRO                 PIC X(01)   VALUE 'S'.       00001510
               88  REGISTRO-VALIDO                     VALUE 'S'.       00001520
               88  REGISTRO-ERRONEO                    VALUE 'N'.       00001530
                                                                        00001540
      ******************************************************************00001550
      *                      C O N S T A N T E S                       *00001560
      ******************************************************************00001570
       01  CT-CONSTANTES.                                               00001580
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001590
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001600
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001610
               10  CA-XXBAMAT              PIC X(08)   VALUE 'XXBAMAT'. 00001620
               10  CA-RESP                 PIC X(14)   VALUE 'MEDIOS DE 00001630
      -                            'PAGO'.                              00001640
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001650
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001660
               10  CA-XXBAMAE1             PIC X(08)   VALUE 'XXBAMAE1'.00001670
               10  CA-XXBAMAS1             PIC X(08)   VALUE 'XXBAMAS1'.00001680
               10  CA-TIPO-FUNCION         PIC X(01)   VALUE 'F'.       00001690
               10  CA-TIPO-OPERADOR        PIC X(01)   VALUE 'O'.       00001700
               10  CA-ALTA                 PIC X(01)   VALUE 'A'.       00001710
               10  CA-BAJA                 PIC X(01)   VALUE 'B'.       00001720
               10  CA-MODIFICACION         PIC X(01)   VALUE 'M'.       00001730
               10  CA-GUION                PIC X(01)   VALUE '-'.       00001740
               10  CA-MES-MIN              PIC X(02)   VALUE '01'.      00001750
               10  CA-MES-MAX              PIC X(02)   VALUE '12'.      00001760
               10  CA-DIA-MIN              PIC X(02)   VALUE '01'.      00001770
               10  CA-DIA-MAX              PIC X(02)   VALUE '31'.      00001780
               10  CA-FECHA-MAXIMA         PIC X(10)                    00001790
                                           VALUE '9999-12-31'.          00001800
               10  CA-OPER-ROL             PIC X(08)   VALUE 'OPER_ROL'.00001810
               10  CA-ROL-FUNCION          PIC X(11)   VALUE 'ROL_FUNCIO00001820
      -                            'N'.                                 00001830
               10  CA-SYSDUMMY1            PIC X(16)   VALUE 'SYSIBM.SYS00001840
      -                            'DUMMY1'.                            00001850
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001860
               10  CA-INSERT               PIC X(06)   VALUE 'INSERT'.  00001870
               10  CA-UPDATE               PIC X(06)   VALUE 'UPDATE'.  00001880
               10  CA-ERR-ABRIR            PIC X(25)   VALUE 'ERROR AL A00001890
      -                            'BRIR UN FICHERO'.                   00001900
               10  CA-ERR-CERRAR           PIC X(26)   VALUE 'ERROR AL C00001910
      -                            'ERRAR UN FICHERO'.                  00001920
               10  CA-ERR-LEER-XXBAMAE1    PIC X(33)   VALUE 'ERROR AL L00001930
      -                            'EER EL FICHERO XXBAMAE1'.           00001940
               10  CA-ERR-ESCRIBIR         PIC X(37)   VALUE 'ERROR AL E00001950
      -                            'SCRIBIR EL FICHERO XXBAMAS1'.       00001960
               10  CA-ERR-FECHA            PIC X(33)   VALUE 'ERROR AL O00001970
      -                            'BTENER LA FECHA DEL DIA'.           00001980
               10  CA-ERR-ROL              PIC X(25)   VALUE 'ERROR AL C00001990
      -                            'OMPROBAR EL ROL'.                   00002000
               10  CA-ERR-ALTA             PIC X(20)   VALUE 'ERROR AL D00002010
      -                            'AR DE ALTA'.                        00002020
               10  CA-ERR-CAMBIO           PIC X(31)   VALUE 'ERROR AL A00002030
      -                            'CTUALIZAR LA VIGENCIA'.             00002040
               10  CA-ERR-COMMIT           PIC X(24)   VALUE 'ERROR AL E00002050
      -                            'JECUTAR COMMIT'.                    00002060
               10  CA-MOT-TIPO             PIC X(33)   VALUE 'TIPO DE RE00002070
      -                            'GISTRO O ACCION ERRONEO'.           00002080
               10  CA-MOT-CLAVE            PIC X(24)   VALUE 'FALTAN DAT00002090
      -                            'OS DE LA CLAVE'.                    00002100
               10  CA-MOT-DESROL           PIC X(28)   VALUE 'FALTA LA D00002110
      -                            'ESCRIPCION DEL ROL'.                00002120
               10  CA-MOT-FECHA            PIC X(29)   VALUE 'FECHA DE V00002130
      -                            'IGENCIA CON ERRORES'.               00002140
               10  CA-MOT-RANGO            PIC X(35)   VALUE 'FECHA DE B00002150
      -                            'AJA ANTERIOR A LA DE ALTA'.         00002160
               10  CA-MOT-ROL              PIC X(35)   VALUE 'EL ROL NO 00002170
      -                            'TIENE FUNCIONES DEFINIDAS'.         00002180
               10  CA-MOT-NO-EXISTE        PIC X(50)   VALUE 'NO EXISTE 00002190
      -                            'LA ASIGNACION A DAR DE BAJA O MODIF 00002200
      -                            'ICAR'.                              00002210
               10  CA-PRF-1080             PIC X(18)   VALUE '1080-OBTEN00002220
      -                            'ER-FECHA'.                          00002230
               10  CA-PRF-1100             PIC X(19)   VALUE '1100-ABRIR00002240
      -                            '-FICHEROS'.                         00002250
               10  CA-PRF-2150             PIC X(16)   VALUE '2150-VALID00002260
      -                            'AR-ROL'.                            00002270
               10  CA-PRF-2210             PIC X(18)   VALUE '2210-ALTA-00002280
      -                            'OPER-ROL'.                          00002290
               10  CA-PRF-2220             PIC X(20)   VALUE '2220-CAMBI00002300
      -                            'O-OPER-ROL'.                        00002310
               10  CA-PRF-2310             PIC X(21)   VALUE '2310-ALTA-00002320
      -                            'ROL-FUNCION'.                       00002330
               10  CA-PRF-2320             PIC X(23)   VALUE '2320-CAMBI00002340
      -                            'O-ROL-FUNCION'.                     00002350
               10  CA-PRF-3050             PIC X(21)   VALUE '3050-CONFI00002360
      -                            'RMAR-CIERRE'.                       00002370
               10  CA-PRF-3100             PIC X(20)   VALUE '3100-CERRA00002380
      -                            'R-FICHEROS'.                        00002390
               10  CA-PRF-9100             PIC X(18)   VALUE '9100-LEER-00002400
      -                            'XXBAMAE1'.                          00002410
               10  CA-PRF-9300             PIC X(22)   VALUE '9300-ESCRI00002420
      -                            'BIR-XXBAMAS1'.                      00002430
                                                                        00002440
           05  CN-CONSTANTES-NUMERICAS.                                 00002450
               10  CN-1                    PIC 9(01)   VALUE 1.         00002460
                                                                        00002470
      ******************************************************************00002480
      *                    C O N T A D O R E S                         *00002490
      ******************************************************************00002500
       01  CT-CONTADORES.                                               00002510
           05  CT-LEIDOS                   PIC 9(9)    VALUE ZEROES.    00002520
           05  CT-ALTAS                    PIC 9(9)    VALUE ZEROES.    00002530
           05  CT-BAJAS                    PIC 9(9)    VALUE ZEROES.    00002540
           05  CT-MODIFICADOS              PIC 9(9)    VALUE ZEROES.    00002550
           05  CT-RECHAZADOS               PIC 9(9)    VALUE ZEROES.    00002560
                                                                        00002570
      ******************************************************************00002580
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002590
      ******************************************************************00002600
       01  WK-ESTADISTICA.                                              00002610
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002620
           05  WK-CAB-2                    PIC X(55)   VALUE '* ESTADIST00002630
      -                            'ICAS DE XXBAMAT                     00002640
      -                            '        *'.                         00002650
           05  WK-CAB-3.                                                00002660
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002670
      -                            'TOS LEIDOS:                      '. 00002680
               10  WK-LEIDOS-ED            PIC ZZZZZZZZ9.               00002690
               10  FILLER                  PIC X(01)   VALUE '*'.       00002700
           05  WK-CAB-4.                                                00002710
               10  FILLER                  PIC X(45)   VALUE '* ALTAS:  00002720
      -                            '                                 '. 00002730
               10  WK-ALTAS-ED             PIC ZZZZZZZZ9.               00002740
               10  FILLER                  PIC X(01)   VALUE '*'.       00002750
           05  WK-CAB-5.                                                00002760
               10  FILLER                  PIC X(45)   VALUE '* BAJAS:  00002770
      -                            '                                 '. 00002780
               10  WK-BAJAS-ED             PIC ZZZZZZZZ9.               00002790
               10  FILLER                  PIC X(01)   VALUE '*'.       00002800
           05  WK-CAB-6.                                                00002810
               10  FILLER                  PIC X(45)   VALUE '* MODIFICA00002820
      -                            'CIONES DE VIGENCIA:              '. 00002830
               10  WK-MODIF-ED             PIC ZZZZZZZZ9.               00002840
               10  FILLER                  PIC X(01)   VALUE '*'.       00002850
           05  WK-CAB-7.                                                00002860
               10  FILLER                  PIC X(45)   VALUE '* MOVIMIEN00002870
      -                            'TOS RECHAZADOS:                  '. 00002880
               10  WK-RECHAZ-ED            PIC ZZZZZZZZ9.               00002890
               10  FILLER                  PIC X(01)   VALUE '*'.       00002900
                                                                        00002910
      ******************************************************************00002920
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002930
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002940
      ******************************************************************00002950
       01  WK-CANCELACION-BATCH.                                        00002960
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002970
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002980
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002990
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'XXBAMAT'. 00003000
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00003010
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00003020
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00003030
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00003040
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00003050
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00003060
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00003070
                                                                        00003080
      ******************************************************************00003090
      *                      F I L E  S T A T U S                      *00003100
      ******************************************************************00003110
       01  FS-FILE-STATUS.                                              00003120
           05  FS-XXBAMAE1                 PIC X(02).                   00003130
           05  FS-XXBAMAS1                 PIC X(02).                   00003140
                                                                        00003150
      ******************************************************************00003160
      * DATOS DEL MOVIMIENTO EN CURSO.                                 *00003170
      ******************************************************************00003180
       01  WK-VARIABLES.                                                00003190
           05  WK-FECHA-PROCESO            PIC X(10)   VALUE SPACES.    00003200
           05  WK-FECALTA                  PIC X(10)   VALUE SPACES.    00003210
           05  WK-FEBAJA                   PIC X(10)   VALUE SPACES.    00003220
           05  WK-MOTIVO                   PIC X(50)   VALUE SPACES.    00003230
           05  WK-NUM-FUNCIONES            PIC S9(09) COMP VALUE ZEROES.00003240
                                                                        00003250
      * -- FECHA A VALIDAR, DESCOMPUESTA EN SUS PARTES.                 00003260
       01  WK-FECHA-VAL.                                                00003270
           05  WK-FV-AAAA                  PIC X(04).                   00003280
           05  WK-FV-SEP1                  PIC X(01).                   00003290
           05  WK-FV-MM                    PIC X(02).                   00003300
           05  WK-FV-SEP2                  PIC X(01).                   00003310
           05  WK-FV-DD                    PIC X(02).                   00003320
                                                                        00003330
      * -- COPY DE COMUNICACION CON DB2.                                00003340
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003350
                                                                        00003360
      * -- DCLGEN DE LA TABLA OPER_ROL.                                 00003370
           EXEC SQL INCLUDE D4467400 END-EXEC.                          00003380
                                                                        00003390
      * -- DCLGEN DE LA TABLA ROL_FUNCION.                              00003400
           EXEC SQL INCLUDE D4467401 END-EXEC.                          00003410
                                                                        00003420
      ******************************************************************00003430
      *                       PROCEDURE DIVISION                       *00003440
      ******************************************************************00003450
       PROCEDURE DIVISION.                                              00003460
                                                                        00003470
           PERFORM 1000-INICIO                                          00003480
              THRU 1000-INICIO-EXIT                                     00003490
                                                                        00003500
           PERFORM 2000-PROCESO                                         00003510
              THRU 2000-PROCESO-EXIT                                    00003520
             UNTIL SI-FIN-XXBAMAE1                                      00003530
                                                                        00003540
           PERFORM 3000-FIN                                             00003550
              THRU 3000-FIN-EXIT                                        00003560
                                                                        00003570
           .                                                            00003580
                                                                        00003590
      ******************************************************************00003600
      ***                   1000-INICIO                              ***00003610
      ***                   -----------                              ***00003620
      * SE OBTIENE LA FECHA DEL DIA, SE ABREN LOS FICHEROS Y SE LEE EL *00003630
      * PRIMER MOVIMIENTO.                                             *00003640
      ******************************************************************00003650
       1000-INICIO.                                                     00003660
                                                                        00003670
           INITIALIZE CT-CONTADORES                                     00003680
                      WK-VARIABLES                                      00003690
                                                                        00003700
           SET NO-FIN-XXBAMAE1               TO TRUE                    00003710
                                                                        00003720
           PERFORM 1080-OBTENER-FECHA                                   00003730
              THRU 1080-OBTENER-FECHA-EXIT                              00003740
                                                                        00003750
           PERFORM 1100-ABRIR-FICHEROS                                  00003760
              THRU 1100-ABRIR-FICHEROS-EXIT                             00003770
                                                                        00003780
           PERFORM 9100-LEER-XXBAMAE1                                   00003790
              THRU 9100-LEER-XXBAMAE1-EXIT                              00003800
                                                                        00003810
           .                                                            00003820
       1000-INICIO-EXIT.                                                00003830
           EXIT.                                                        00003840
                                                                        00003850
      ******************************************************************00003860
      ***                   1080-OBTENER-FECHA                       ***00003870
      ***                   ------------------                       ***00003880
      * SE OBTIENE DE DB2 LA FECHA DEL DIA EN FORMATO ISO, QUE SE TOMA *00003890
      * POR DEFECTO EN LAS ALTAS Y BAJAS SIN FECHA.                    *00003900
      ******************************************************************00003910
       1080-OBTENER-FECHA.                                              00003920
                                                                        00003930
           EXEC SQL                                                     00003940
                SELECT CHAR(CURRENT DATE, ISO)                          00003950
                  INTO :WK-FECHA-PROCESO                                00003960
                  FROM SYSIBM.SYSDUMMY1                                 00003970
           END-EXEC                                                     00003980
                                                                        00003990
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00004000
                                                                        00004010
           IF  NOT DB2-OK                                               00004020
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00004030
               MOVE CA-ERR-FECHA             TO WK-DESCRIPCION          00004040
               MOVE CA-PRF-1080              TO WK-PARRAFO              00004050
               MOVE CA-XXBAMAT               TO WK-RUTINA               00004060
               MOVE CA-SYSDUMMY1             TO WK-TABLA-DB2            00004070
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00004080
                                                                        00004090
               PERFORM 9000-CANCELACION                                 00004100
                  THRU 9000-CANCELACION-EXIT                            00004110
                                                                        00004120
           END-IF                                                       00004130
                                                                        00004140
           .                                                            00004150
       1080-OBTENER-FECHA-EXIT.                                         00004160
           EXIT.                                                        00004170
                                                                        00004180
      ******************************************************************00004190
      ***                   1100-ABRIR-FICHEROS                      ***00004200
      ***                   -------------------                      ***00004210
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00004220
      ******************************************************************00004230
       1100-ABRIR-FICHEROS.                                             00004240
                                                                        00004250
           OPEN INPUT  XXBAMAE1                                         00004260
                OUTPUT XXBAMAS1                                         00004270
                                                                        00004280
           IF  FS-XXBAMAE1 NOT = CA-FS-OK                               00004290
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004300
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004310
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004320
               MOVE CA-XXBAMAE1              TO WK-DDNAME               00004330
               MOVE FS-XXBAMAE1              TO WK-FILE-STATUS          00004340
                                                                        00004350
               PERFORM 9000-CANCELACION                                 00004360
                  THRU 9000-CANCELACION-EXIT                            00004370
                                                                        00004380
           END-IF                                                       00004390
                                                                        00004400
           IF  FS-XXBAMAS1 NOT = CA-FS-OK                               00004410
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004420
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004430
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004440
               MOVE CA-XXBAMAS1              TO WK-DDNAME               00004450
               MOVE FS-XXBAMAS1              TO WK-FILE-STATUS          00004460
                                                                        00004470
               PERFORM 9000-CANCELACION                                 00004480
                  THRU 9000-CANCELACION-EXIT                            00004490
                                                                        00004500
           END-IF                                                       00004510
                                                                        00004520
           .                                                            00004530
       1100-ABRIR-FICHEROS-EXIT.                                        00004540
           EXIT.                                                        00004550
                                                                        00004560
      ******************************************************************00004570
      ***                   2000-PROCESO                             ***00004580
      ***                   ------------                             ***00004590
      * SE VALIDA EL MOVIMIENTO LEIDO, SE APLICA A LA TABLA QUE LE     *00004600
      * CORRESPONDE O SE RECHAZA, Y SE LEE EL SIGUIENTE.               *00004610
      ******************************************************************00004620
       2000-PROCESO.                                                    00004630
                                                                        00004640
           ADD CN-1                          TO CT-LEIDOS               00004650
                                                                        00004660
           SET REGISTRO-VALIDO               TO TRUE                    00004670
           MOVE SPACES                       TO WK-MOTIVO               00004680
                                                                        00004690
           PERFORM 2100-VALIDAR-MOVIMIENTO                              00004700
              THRU 2100-VALIDAR-MOVIMIENTO-EXIT                         00004710
                                                                        00004720
           IF  REGISTRO-VALIDO                                          00004730
               IF  MA-TIPO-REG = CA-TIPO-FUNCION                        00004740
                   PERFORM 2300-MANTENER-ROL-FUNCION                    00004750
                      THRU 2300-MANTENER-ROL-FUNCION-EXIT               00004760
               ELSE                                                     00004770
                   PERFORM 2200-MANTENER-OPER-ROL                       00004780
                      THRU 2200-MANTENER-OPER-ROL-EXIT                  00004790
               END-IF                                                   00004800
           END-IF                                                       00004810
                                                                        00004820
           IF  REGISTRO-ERRONEO                                         00004830
               PERFORM 2900-RECHAZAR-MOVIMIENTO                         00004840
                  THRU 2900-RECHAZAR-MOVIMIENTO-EXIT                    00004850
           END-IF                                                       00004860
                                                                        00004870
           PERFORM 9100-LEER-XXBAMAE1                                   00004880
              THRU 9100-LEER-XXBAMAE1-EXIT                              00004890
                                                                        00004900
           .                                                            00004910
       2000-PROCESO-EXIT.                                               00004920
           EXIT.                                                        00004930
                                                                        00004940
      ******************************************************************00004950
      ***                   2100-VALIDAR-MOVIMIENTO                  ***00004960
      ***                   -----------------------                  ***00004970
      * SE VALIDAN TIPO Y ACCION, LA CLAVE, LAS FECHAS DE VIGENCIA     *00004980
      * (COMPLETANDO LAS QUE TIENEN VALOR POR DEFECTO) Y, EN LAS ALTAS *00004990
      * DE ROLES DE OPERADOR, QUE EL ROL TENGA FUNCIONES. AL PRIMER    *00005000
      * ERROR SE DEJA EL MOTIVO Y SE ABANDONA LA VALIDACION.           *00005010
      ******************************************************************00005020
       2100-VALIDAR-MOVIMIENTO.                                         00005030
                                                                        00005040
           IF (MA-TIPO-REG NOT = CA-TIPO-FUNCION AND                    00005050
               MA-TIPO-REG NOT = CA-TIPO-OPERADOR)                      00005060
           OR (MA-ACCION   NOT = CA-ALTA AND                            00005070
               MA-ACCION   NOT = CA-BAJA AND                            00005080
               MA-ACCION   NOT = CA-MODIFICACION)                       00005090
               SET REGISTRO-ERRONEO          TO TRUE                    00005100
               MOVE CA-MOT-TIPO              TO WK-MOTIVO               00005110
               GO TO 2100-VALIDAR-MOVIMIENTO-EXIT                       00005120
           END-IF                                                       00005130
                                                                        00005140
           IF  MA-CODROL = SPACES                                       00005150
            OR (MA-TIPO-REG = CA-TIPO-OPERADOR AND                      00005160
                MA-OPERADOR = SPACES)                                   00005170
            OR (MA-TIPO-REG = CA-TIPO-FUNCION AND                       00005180
               (MA-RUTINA = SPACES OR MA-OPERACION = SPACES))           00005190
               SET REGISTRO-ERRONEO          TO TRUE                    00005200
               MOVE CA-MOT-CLAVE             TO WK-MOTIVO               00005210
               GO TO 2100-VALIDAR-MOVIMIENTO-EXIT                       00005220
           END-IF                                                       00005230
                                                                        00005240
           IF  MA-TIPO-REG = CA-TIPO-FUNCION                            00005250
           AND MA-ACCION NOT = CA-BAJA                                  00005260
           AND MA-DESROL = SPACES                                       00005270
               SET REGISTRO-ERRONEO          TO TRUE                    00005280
               MOVE CA-MOT-DESROL            TO WK-MOTIVO               00005290
               GO TO 2100-VALIDAR-MOVIMIENTO-EXIT                       00005300
           END-IF                                                       00005310
                                                                        00005320
           MOVE MA-FECALTA                   TO WK-FECALTA              00005330
           MOVE MA-FEBAJA                    TO WK-FEBAJA               00005340
                                                                        00005350
           EVALUATE  TRUE                                               00005360
               WHEN  MA-ACCION = CA-ALTA                                00005370
                     IF  WK-FECALTA = SPACES                            00005380
                         MOVE WK-FECHA-PROCESO TO WK-FECALTA            00005390
                     END-IF                                             00005400
                     IF  WK-FEBAJA = SPACES                             00005410
                         MOVE CA-FECHA-MAXIMA TO WK-FEBAJA              00005420
                     END-IF                                             00005430
                                                                        00005440
               WHEN  MA-ACCION = CA-BAJA                                00005450
                     IF  WK-FEBAJA = SPACES                             00005460
                         MOVE WK-FECHA-PROCESO TO WK-FEBAJA             00005470
                     END-IF                                             00005480
                                                                        00005490
           END-EVALUATE                                                 00005500
                                                                        00005510
           IF  MA-ACCION NOT = CA-BAJA                                  00005520
               MOVE WK-FECALTA               TO WK-FECHA-VAL            00005530
               PERFORM 2110-VALIDAR-FECHA                               00005540
                  THRU 2110-VALIDAR-FECHA-EXIT                          00005550
           END-IF                                                       00005560
                                                                        00005570
           MOVE WK-FEBAJA                    TO WK-FECHA-VAL            00005580
           PERFORM 2110-VALIDAR-FECHA                                   00005590
              THRU 2110-VALIDAR-FECHA-EXIT                              00005600
                                                                        00005610
           IF  REGISTRO-ERRONEO                                         00005620
               GO TO 2100-VALIDAR-MOVIMIENTO-EXIT                       00005630
           END-IF                                                       00005640
                                                                        00005650
           IF  MA-ACCION NOT = CA-BAJA                                  00005660
           AND WK-FEBAJA < WK-FECALTA                                   00005670
               SET REGISTRO-ERRONEO          TO TRUE                    00005680
               MOVE CA-MOT-RANGO             TO WK-MOTIVO               00005690
               GO TO 2100-VALIDAR-MOVIMIENTO-EXIT                       00005700
           END-IF                                                       00005710
                                                                        00005720
           IF  MA-TIPO-REG = CA-TIPO-OPERADOR                           00005730
           AND MA-ACCION   = CA-ALTA                                    00005740
               PERFORM 2150-VALIDAR-ROL                                 00005750
                  THRU 2150-VALIDAR-ROL-EXIT                            00005760
           END-IF                                                       00005770
                                                                        00005780
           .                                                            00005790
       2100-VALIDAR-MOVIMIENTO-EXIT.                                    00005800
           EXIT.                                                        00005810
                                                                        00005820
      ******************************************************************00005830
      ***                   2110-VALIDAR-FECHA                       ***00005840
      ***                   ------------------                       ***00005850
      * SE VALIDA QUE LA FECHA TENGA FORMATO AAAA-MM-DD CON MES Y DIA  *00005860
      * EN RANGO.                                                      *00005870
      ******************************************************************00005880
       2110-VALIDAR-FECHA.                                              00005890
                                                                        00005900
           IF  WK-FV-AAAA NOT NUMERIC                                   00005910
            OR WK-FV-MM   NOT NUMERIC                                   00005920
            OR WK-FV-DD   NOT NUMERIC                                   00005930
            OR WK-FV-SEP1 NOT = CA-GUION                                00005940
            OR WK-FV-SEP2 NOT = CA-GUION                                00005950
            OR WK-FV-MM   < CA-MES-MIN OR WK-FV-MM > CA-MES-MAX         00005960
            OR WK-FV-DD   < CA-DIA-MIN OR WK-FV-DD > CA-DIA-MAX         00005970
               SET REGISTRO-ERRONEO          TO TRUE                    00005980
               MOVE CA-MOT-FECHA             TO WK-MOTIVO               00005990
           END-IF                                                       00006000
                                                                        00006010
           .                                                            00006020
       2110-VALIDAR-FECHA-EXIT.                                         00006030
           EXIT.                                                        00006040
                                                                        00006050
      ******************************************************************00006060
      ***                   2150-VALIDAR-ROL                         ***00006070
      ***                   ----------------                         ***00006080
      * SE COMPRUEBA QUE EL ROL QUE SE ASIGNA AL OPERADOR TENGA ALGUNA *00006090
      * FUNCION EN ROL_FUNCION, PARA NO ASIGNAR ROLES INEXISTENTES.    *00006100
      ******************************************************************00006110
       2150-VALIDAR-ROL.                                                00006120
                                                                        00006130
           EXEC SQL                                                     00006140
                SELECT COUNT(*)                                         00006150
                  INTO :WK-NUM-FUNCIONES                                00006160
                  FROM ROL_FUNCION                                      00006170
                 WHERE G3224_CODROL = :MA-CODROL                        00006180
           END-EXEC                                                     00006190
                                                                        00006200
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006210
                                                                        00006220
           IF  NOT DB2-OK                                               00006230
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00006240
               MOVE CA-ERR-ROL               TO WK-DESCRIPCION          00006250
               MOVE CA-PRF-2150              TO WK-PARRAFO              00006260
               MOVE CA-XXBAMAT               TO WK-RUTINA               00006270
               MOVE CA-ROL-FUNCION           TO WK-TABLA-DB2            00006280
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00006290
                                                                        00006300
               PERFORM 9000-CANCELACION                                 00006310
                  THRU 9000-CANCELACION-EXIT                            00006320
                                                                        00006330
           END-IF                                                       00006340
                                                                        00006350
           IF  WK-NUM-FUNCIONES = ZEROES                                00006360
               SET REGISTRO-ERRONEO          TO TRUE                    00006370
               MOVE CA-MOT-ROL               TO WK-MOTIVO               00006380
           END-IF                                                       00006390
                                                                        00006400
           .                                                            00006410
       2150-VALIDAR-ROL-EXIT.                                           00006420
           EXIT.                                                        00006430
                                                                        00006440
      ******************************************************************00006450
      ***                   2200-MANTENER-OPER-ROL                   ***00006460
      ***                   ----------------------                   ***00006470
      * SE APLICA EL MOVIMIENTO DE ROL DE OPERADOR EN OPER_ROL.        *00006480
      ******************************************************************00006490
       2200-MANTENER-OPER-ROL.                                          00006500
                                                                        00006510
           IF  MA-ACCION = CA-ALTA                                      00006520
               PERFORM 2210-ALTA-OPER-ROL                               00006530
                  THRU 2210-ALTA-OPER-ROL-EXIT                          00006540
           ELSE                                                         00006550
               PERFORM 2220-CAMBIO-OPER-ROL                             00006560
                  THRU 2220-CAMBIO-OPER-ROL-EXIT                        00006570
           END-IF                                                       00006580
                                                                        00006590
           .                                                            00006600
       2200-MANTENER-OPER-ROL-EXIT.                                     00006610
           EXIT.                                                        00006620
                                                                        00006630
      ******************************************************************00006640
      ***                   2210-ALTA-OPER-ROL                       ***00006650
      ***                   ------------------                       ***00006660
      * SE INSERTA EL ROL DEL OPERADOR; SI YA EXISTE SE ACTUALIZA SU   *00006670
      * VIGENCIA (REACTIVACION DE UN ROL DADO DE BAJA).                *00006680
      ******************************************************************00006690
       2210-ALTA-OPER-ROL.                                              00006700
                                                                        00006710
           EXEC SQL                                                     00006720
                INSERT INTO OPER_ROL                                    00006730
                       ( G3223_OPERADOR, G3223_CODROL,                  00006740
                         G3223_FECALTA,  G3223_FEBAJA,                  00006750
                         G3223_USUAUDIT, G3223_TSAUDIT )                00006760
                VALUES ( :MA-OPERADOR,   :MA-CODROL,                    00006770
                         :WK-FECALTA,    :WK-FEBAJA,                    00006780
                         :CA-XXBAMAT,    CURRENT TIMESTAMP )            00006790
           END-EXEC                                                     00006800
                                                                        00006810
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00006820
                                                                        00006830
           EVALUATE  TRUE                                               00006840
               WHEN  DB2-OK                                             00006850
                     ADD CN-1                TO CT-ALTAS                00006860
                                                                        00006870
               WHEN  DB2-CLAVE-DUPLICADA                                00006880
                     PERFORM 2220-CAMBIO-OPER-ROL                       00006890
                        THRU 2220-CAMBIO-OPER-ROL-EXIT                  00006900
                                                                        00006910
               WHEN  OTHER                                              00006920
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00006930
                     MOVE CA-ERR-ALTA        TO WK-DESCRIPCION          00006940
                     MOVE CA-PRF-2210        TO WK-PARRAFO              00006950
                     MOVE CA-XXBAMAT         TO WK-RUTINA               00006960
                     MOVE CA-OPER-ROL        TO WK-TABLA-DB2            00006970
                     MOVE CA-INSERT          TO WK-DATOS-ACCESO         00006980
                                                                        00006990
                     PERFORM 9000-CANCELACION                           00007000
                        THRU 9000-CANCELACION-EXIT                      00007010
                                                                        00007020
           END-EVALUATE                                                 00007030
                                                                        00007040
           .                                                            00007050
       2210-ALTA-OPER-ROL-EXIT.                                         00007060
           EXIT.                                                        00007070
                                                                        00007080
      ******************************************************************00007090
      ***                   2220-CAMBIO-OPER-ROL                     ***00007100
      ***                   --------------------                     ***00007110
      * SE ACTUALIZA LA VIGENCIA DEL ROL DEL OPERADOR: EN BAJA SOLO LA *00007120
      * FECHA DE BAJA, EN ALTA REPETIDA O MODIFICACION AMBAS FECHAS.   *00007130
      ******************************************************************00007140
       2220-CAMBIO-OPER-ROL.                                            00007150
                                                                        00007160
           IF  MA-ACCION = CA-BAJA                                      00007170
               EXEC SQL                                                 00007180
                    UPDATE OPER_ROL                                     00007190
                       SET G3223_FEBAJA   = :WK-FEBAJA,                 00007200
                           G3223_USUAUDIT = :CA-XXBAMAT,                00007210
                           G3223_TSAUDIT  = CURRENT TIMESTAMP           00007220
                     WHERE G3223_OPERADOR = :MA-OPERADOR                00007230
                       AND G3223_CODROL   = :MA-CODROL                  00007240
               END-EXEC                                                 00007250
           ELSE                                                         00007260
               EXEC SQL                                                 00007270
                    UPDATE OPER_ROL                                     00007280
                       SET G3223_FECALTA  = :WK-FECALTA,                00007290
                           G3223_FEBAJA   = :WK-FEBAJA,                 00007300
                           G3223_USUAUDIT = :CA-XXBAMAT,                00007310
                           G3223_TSAUDIT  = CURRENT TIMESTAMP           00007320
                     WHERE G3223_OPERADOR = :MA-OPERADOR                00007330
                       AND G3223_CODROL   = :MA-CODROL                  00007340
               END-EXEC                                                 00007350
           END-IF                                                       00007360
                                                                        00007370
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00007380
                                                                        00007390
           EVALUATE  TRUE                                               00007400
               WHEN  DB2-OK AND MA-ACCION = CA-BAJA                     00007410
                     ADD CN-1                TO CT-BAJAS                00007420
                                                                        00007430
               WHEN  DB2-OK                                             00007440
                     ADD CN-1                TO CT-MODIFICADOS          00007450
                                                                        00007460
               WHEN  DB2-CLV-NOT-FOUND                                  00007470
                     SET REGISTRO-ERRONEO    TO TRUE                    00007480
                     MOVE CA-MOT-NO-EXISTE   TO WK-MOTIVO               00007490
                                                                        00007500
               WHEN  OTHER                                              00007510
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00007520
                     MOVE CA-ERR-CAMBIO      TO WK-DESCRIPCION          00007530
                     MOVE CA-PRF-2220        TO WK-PARRAFO              00007540
                     MOVE CA-XXBAMAT         TO WK-RUTINA               00007550
                     MOVE CA-OPER-ROL        TO WK-TABLA-DB2            00007560
                     MOVE CA-UPDATE          TO WK-DATOS-ACCESO         00007570
                                                                        00007580
                     PERFORM 9000-CANCELACION                           00007590
                        THRU 9000-CANCELACION-EXIT                      00007600
                                                                        00007610
           END-EVALUATE                                                 00007620
                                                                        00007630
           .                                                            00007640
       2220-CAMBIO-OPER-ROL-EXIT.                                       00007650
           EXIT.                                                        00007660
                                                                        00007670
      ******************************************************************00007680
      ***                   2300-MANTENER-ROL-FUNCION                ***00007690
      ***                   -------------------------                ***00007700
      * SE APLICA EL MOVIMIENTO DE FUNCION DE ROL EN ROL_FUNCION.      *00007710
      ******************************************************************00007720
       2300-MANTENER-ROL-FUNCION.                                       00007730
                                                                        00007740
           IF  MA-ACCION = CA-ALTA                                      00007750
               PERFORM 2310-ALTA-ROL-FUNCION                            00007760
                  THRU 2310-ALTA-ROL-FUNCION-EXIT                       00007770
           ELSE                                                         00007780
               PERFORM 2320-CAMBIO-ROL-FUNCION                          00007790
                  THRU 2320-CAMBIO-ROL-FUNCION-EXIT                     00007800
           END-IF                                                       00007810
                                                                        00007820
           .                                                            00007830
       2300-MANTENER-ROL-FUNCION-EXIT.                                  00007840
           EXIT.                                                        00007850
                                                                        00007860
      ******************************************************************00007870
      ***                   2310-ALTA-ROL-FUNCION                    ***00007880
      ***                   ---------------------                    ***00007890
      * SE INSERTA LA FUNCION DEL ROL; SI YA EXISTE SE ACTUALIZAN SU   *00007900
      * VIGENCIA Y LA DESCRIPCION DEL ROL.                             *00007910
      ******************************************************************00007920
       2310-ALTA-ROL-FUNCION.                                           00007930
                                                                        00007940
           EXEC SQL                                                     00007950
                INSERT INTO ROL_FUNCION                                 00007960
                       ( G3224_CODROL,   G3224_RUTINA,                  00007970
                         G3224_OPERACION, G3224_DESROL,                 00007980
                         G3224_FECALTA,  G3224_FEBAJA,                  00007990
                         G3224_USUAUDIT, G3224_TSAUDIT )                00008000
                VALUES ( :MA-CODROL,     :MA-RUTINA,                    00008010
                         :MA-OPERACION,  :MA-DESROL,                    00008020
                         :WK-FECALTA,    :WK-FEBAJA,                    00008030
                         :CA-XXBAMAT,    CURRENT TIMESTAMP )            00008040
           END-EXEC                                                     00008050
                                                                        00008060
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008070
                                                                        00008080
           EVALUATE  TRUE                                               00008090
               WHEN  DB2-OK                                             00008100
                     ADD CN-1                TO CT-ALTAS                00008110
                                                                        00008120
               WHEN  DB2-CLAVE-DUPLICADA                                00008130
                     PERFORM 2320-CAMBIO-ROL-FUNCION                    00008140
                        THRU 2320-CAMBIO-ROL-FUNCION-EXIT               00008150
                                                                        00008160
               WHEN  OTHER                                              00008170
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00008180
                     MOVE CA-ERR-ALTA        TO WK-DESCRIPCION          00008190
                     MOVE CA-PRF-2310        TO WK-PARRAFO              00008200
                     MOVE CA-XXBAMAT         TO WK-RUTINA               00008210
                     MOVE CA-ROL-FUNCION     TO WK-TABLA-DB2            00008220
                     MOVE CA-INSERT          TO WK-DATOS-ACCESO         00008230
                                                                        00008240
                     PERFORM 9000-CANCELACION                           00008250
                        THRU 9000-CANCELACION-EXIT                      00008260
                                                                        00008270
           END-EVALUATE                                                 00008280
                                                                        00008290
           .                                                            00008300
       2310-ALTA-ROL-FUNCION-EXIT.                                      00008310
           EXIT.                                                        00008320
                                                                        00008330
      ******************************************************************00008340
      ***                   2320-CAMBIO-ROL-FUNCION                  ***00008350
      ***                   -----------------------                  ***00008360
      * SE ACTUALIZA LA VIGENCIA DE LA FUNCION DEL ROL: EN BAJA SOLO LA*00008370
      * FECHA DE BAJA, EN ALTA REPETIDA O MODIFICACION AMBAS FECHAS Y  *00008380
      * LA DESCRIPCION DEL ROL.                                        *00008390
      ******************************************************************00008400
       2320-CAMBIO-ROL-FUNCION.                                         00008410
                                                                        00008420
           IF  MA-ACCION = CA-BAJA                                      00008430
               EXEC SQL                                                 00008440
                    UPDATE ROL_FUNCION                                  00008450
                       SET G3224_FEBAJA    = :WK-FEBAJA,                00008460
                           G3224_USUAUDIT  = :CA-XXBAMAT,               00008470
                           G3224_TSAUDIT   = CURRENT TIMESTAMP          00008480
                     WHERE G3224_CODROL    = :MA-CODROL                 00008490
                       AND G3224_RUTINA    = :MA-RUTINA                 00008500
                       AND G3224_OPERACION = :MA-OPERACION              00008510
               END-EXEC                                                 00008520
           ELSE                                                         00008530
               EXEC SQL                                                 00008540
                    UPDATE ROL_FUNCION                                  00008550
                       SET G3224_DESROL    = :MA-DESROL,                00008560
                           G3224_FECALTA   = :WK-FECALTA,               00008570
                           G3224_FEBAJA    = :WK-FEBAJA,                00008580
                           G3224_USUAUDIT  = :CA-XXBAMAT,               00008590
                           G3224_TSAUDIT   = CURRENT TIMESTAMP          00008600
                     WHERE G3224_CODROL    = :MA-CODROL                 00008610
                       AND G3224_RUTINA    = :MA-RUTINA                 00008620
                       AND G3224_OPERACION = :MA-OPERACION              00008630
               END-EXEC                                                 00008640
           END-IF                                                       00008650
                                                                        00008660
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00008670
                                                                        00008680
           EVALUATE  TRUE                                               00008690
               WHEN  DB2-OK AND MA-ACCION = CA-BAJA                     00008700
                     ADD CN-1                TO CT-BAJAS                00008710
                                                                        00008720
               WHEN  DB2-OK                                             00008730
                     ADD CN-1                TO CT-MODIFICADOS          00008740
                                                                        00008750
               WHEN  DB2-CLV-NOT-FOUND                                  00008760
                     SET REGISTRO-ERRONEO    TO TRUE                    00008770
                     MOVE CA-MOT-NO-EXISTE   TO WK-MOTIVO               00008780
                                                                        00008790
               WHEN  OTHER                                              00008800
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00008810
                     MOVE CA-ERR-CAMBIO      TO WK-DESCRIPCION          00008820
                     MOVE CA-PRF-2320        TO WK-PARRAFO              00008830
                     MOVE CA-XXBAMAT         TO WK-RUTINA               00008840
                     MOVE CA-ROL-FUNCION     TO WK-TABLA-DB2            00008850
                     MOVE CA-UPDATE          TO WK-DATOS-ACCESO         00008860
                                                                        00008870
                     PERFORM 9000-CANCELACION                           00008880
                        THRU 9000-CANCELACION-EXIT                      00008890
                                                                        00008900
           END-EVALUATE                                                 00008910
                                                                        00008920
           .                                                            00008930
       2320-CAMBIO-ROL-FUNCION-EXIT.                                    00008940
           EXIT.                                                        00008950
                                                                        00008960
      ******************************************************************00008970
      ***                   2900-RECHAZAR-MOVIMIENTO                 ***00008980
      ***                   ------------------------                 ***00008990
      * SE ESCRIBE EL MOVIMIENTO EN EL FICHERO DE RECHAZOS CON SU      *00009000
      * MOTIVO.                                                        *00009010
      ******************************************************************00009020
       2900-RECHAZAR-MOVIMIENTO.                                        00009030
                                                                        00009040
           ADD CN-1                          TO CT-RECHAZADOS           00009050
                                                                        00009060
           MOVE SPACES                       TO REG-XXBAMAS1            00009070
           MOVE REG-XXBAMAE1                 TO RS-REGISTRO             00009080
           MOVE WK-MOTIVO                    TO RS-MOTIVO               00009090
                                                                        00009100
           PERFORM 9300-ESCRIBIR-XXBAMAS1                               00009110
              THRU 9300-ESCRIBIR-XXBAMAS1-EXIT                          00009120
                                                                        00009130
           .                                                            00009140
       2900-RECHAZAR-MOVIMIENTO-EXIT.                                   00009150
           EXIT.                                                        00009160
                                                                        00009170
      ******************************************************************00009180
      ***                   3000-FIN                                 ***00009190
      ***                   --------                                 ***00009200
      * SE CONFIRMA EL MANTENIMIENTO, SE CIERRA Y SE MUESTRAN TOTALES. *00009210
      ******************************************************************00009220
       3000-FIN.                                                        00009230
                                                                        00009240
           PERFORM 3050-CONFIRMAR-CIERRE                                00009250
              THRU 3050-CONFIRMAR-CIERRE-EXIT                           00009260
                                                                        00009270
           PERFORM 3100-CERRAR-FICHEROS                                 00009280
              THRU 3100-CERRAR-FICHEROS-EXIT                            00009290
                                                                        00009300
           PERFORM 3200-ESTADISTICAS                                    00009310
              THRU 3200-ESTADISTICAS-EXIT                               00009320
                                                                        00009330
           STOP RUN                                                     00009340
                                                                        00009350
           .                                                            00009360
       3000-FIN-EXIT.                                                   00009370
           EXIT.                                                        00009380
                                                                        00009390
      ******************************************************************00009400
      ***                   3050-CONFIRMAR-CIERRE                    ***00009410
      ***                   ---------------------                    ***00009420
      * SE CONFIRMA (COMMIT) EL MANTENIMIENTO DE LA MATRIZ.            *00009430
      ******************************************************************00009440
       3050-CONFIRMAR-CIERRE.                                           00009450
                                                                        00009460
           EXEC SQL                                                     00009470
                COMMIT                                                  00009480
           END-EXEC                                                     00009490
                                                                        00009500
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00009510
                                                                        00009520
           IF  NOT DB2-OK                                               00009530
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00009540
               MOVE CA-ERR-COMMIT            TO WK-DESCRIPCION          00009550
               MOVE CA-PRF-3050              TO WK-PARRAFO              00009560
               MOVE CA-XXBAMAT               TO WK-RUTINA               00009570
               MOVE CA-OPER-ROL              TO WK-TABLA-DB2            00009580
               MOVE CA-UPDATE                TO WK-DATOS-ACCESO         00009590
                                                                        00009600
               PERFORM 9000-CANCELACION                                 00009610
                  THRU 9000-CANCELACION-EXIT                            00009620
                                                                        00009630
           END-IF                                                       00009640
                                                                        00009650
           .                                                            00009660
       3050-CONFIRMAR-CIERRE-EXIT.                                      00009670
           EXIT.                                                        00009680
                                                                        00009690
      ******************************************************************00009700
      ***                   3100-CERRAR-FICHEROS                     ***00009710
      ***                   --------------------                     ***00009720
      * SE REALIZA EL CIERRE DE LOS FICHEROS.                          *00009730
      ******************************************************************00009740
       3100-CERRAR-FICHEROS.                                            00009750
                                                                        00009760
           CLOSE XXBAMAE1                                               00009770
                 XXBAMAS1                                               00009780
                                                                        00009790
           IF  FS-XXBAMAE1 NOT = CA-FS-OK                               00009800
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009810
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00009820
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009830
               MOVE CA-XXBAMAE1              TO WK-DDNAME               00009840
               MOVE FS-XXBAMAE1              TO WK-FILE-STATUS          00009850
                                                                        00009860
               PERFORM 9000-CANCELACION                                 00009870
                  THRU 9000-CANCELACION-EXIT                            00009880
                                                                        00009890
           END-IF                                                       00009900
                                                                        00009910
           IF  FS-XXBAMAS1 NOT = CA-FS-OK                               00009920
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00009930
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00009940
               MOVE CA-PRF-3100              TO WK-PARRAFO              00009950
               MOVE CA-XXBAMAS1              TO WK-DDNAME               00009960
               MOVE FS-XXBAMAS1              TO WK-FILE-STATUS          00009970
                                                                        00009980
               PERFORM 9000-CANCELACION                                 00009990
                  THRU 9000-CANCELACION-EXIT                            00010000
                                                                        00010010
           END-IF                                                       00010020
                                                                        00010030
           .                                                            00010040
       3100-CERRAR-FICHEROS-EXIT.                                       00010050
           EXIT.                                                        00010060
                                                                        00010070
      ******************************************************************00010080
      ***                   3200-ESTADISTICAS                        ***00010090
      ***                   -----------------                        ***00010100
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00010110
      ******************************************************************00010120
       3200-ESTADISTICAS.                                               00010130
                                                                        00010140
           MOVE CT-LEIDOS                    TO WK-LEIDOS-ED            00010150
           MOVE CT-ALTAS                     TO WK-ALTAS-ED             00010160
           MOVE CT-BAJAS                     TO WK-BAJAS-ED             00010170
           MOVE CT-MODIFICADOS               TO WK-MODIF-ED             00010180
           MOVE CT-RECHAZADOS                TO WK-RECHAZ-ED            00010190
                                                                        00010200
           DISPLAY WK-CAB-1                                             00010210
           DISPLAY WK-CAB-2                                             00010220
           DISPLAY WK-CAB-1                                             00010230
           DISPLAY WK-CAB-3                                             00010240
           DISPLAY WK-CAB-4                                             00010250
           DISPLAY WK-CAB-5                                             00010260
           DISPLAY WK-CAB-6                                             00010270
           DISPLAY WK-CAB-7                                             00010280
           DISPLAY WK-CAB-1                                             00010290
                                                                        00010300
           .                                                            00010310
       3200-ESTADISTICAS-EXIT.                                          00010320
           EXIT.                                                        00010330
                                                                        00010340
      ******************************************************************00010350
      ***                   9100-LEER-XXBAMAE1                       ***00010360
      ***                   ------------------                       ***00010370
      * SE REALIZA LA LECTURA DEL FICHERO DE MOVIMIENTOS.              *00010380
      ******************************************************************00010390
       9100-LEER-XXBAMAE1.                                              00010400
                                                                        00010410
           READ XXBAMAE1                                                00010420
           AT END                                                       00010430
                SET SI-FIN-XXBAMAE1          TO TRUE                    00010440
                                                                        00010450
             NOT AT END                                                 00010460
                CONTINUE                                                00010470
                                                                        00010480
           END-READ                                                     00010490
                                                                        00010500
           IF  FS-XXBAMAE1 NOT = CA-FS-OK AND CA-FS-EOF                 00010510
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010520
               MOVE CA-ERR-LEER-XXBAMAE1     TO WK-DESCRIPCION          00010530
               MOVE CA-PRF-9100              TO WK-PARRAFO              00010540
               MOVE CA-XXBAMAE1              TO WK-DDNAME               00010550
               MOVE FS-XXBAMAE1              TO WK-FILE-STATUS          00010560
                                                                        00010570
               PERFORM 9000-CANCELACION                                 00010580
                  THRU 9000-CANCELACION-EXIT                            00010590
                                                                        00010600
           END-IF                                                       00010610
                                                                        00010620
           .                                                            00010630
       9100-LEER-XXBAMAE1-EXIT.                                         00010640
           EXIT.                                                        00010650
                                                                        00010660
      ******************************************************************00010670
      ***                   9300-ESCRIBIR-XXBAMAS1                   ***00010680
      ***                   ----------------------                   ***00010690
      * SE ESCRIBE UN MOVIMIENTO EN EL FICHERO DE RECHAZOS.            *00010700
      ******************************************************************00010710
       9300-ESCRIBIR-XXBAMAS1.                                          00010720
                                                                        00010730
           WRITE REG-XXBAMAS1                                           00010740
                                                                        00010750
           IF  FS-XXBAMAS1 NOT = CA-FS-OK                               00010760
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00010770
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00010780
               MOVE CA-PRF-9300              TO WK-PARRAFO              00010790
               MOVE CA-XXBAMAS1              TO WK-DDNAME               00010800
               MOVE FS-XXBAMAS1              TO WK-FILE-STATUS          00010810
               MOVE REG-XXBAMAS1             TO WK-DATOS-REGISTRO       00010820
                                                                        00010830
               PERFORM 9000-CANCELACION                                 00010840
                  THRU 9000-CANCELACION-EXIT                            00010850
                                                                        00010860
           END-IF                                                       00010870
                                                                        00010880
           .                                                            00010890
       9300-ESCRIBIR-XXBAMAS1-EXIT.                                     00010900
           EXIT.                                                        00010910
                                                                        00010920
      ******************************************************************00010930
      ***                   9000-CANCELACION                         ***00010940
      ***                   ----------------                         ***00010950
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00010960
      ******************************************************************00010970
       9000-CANCELACION.                                                00010980
                                                                        00010990
           MOVE CA-RESP                      TO WK-RESPONSABLE          00011000
                                                                        00011010
           EVALUATE  TRUE                                               00011020
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00011030
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011040
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011050
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00011060
                         RESPONSABLE('WK-RESPONSABLE')                  00011070
                         DESCRIPCION('WK-DESCRIPCION')                  00011080
                         PROGRAMA('WK-PROGRAMA')                        00011090
                         PARRAFO('WK-PARRAFO')                          00011100
                         SQLCA('SQLCA')                                 00011110
                         TABLA_DB2('WK-TABLA-DB2')                      00011120
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00011130
                     END-FUN                                            00011140
                                                                        00011150
               WHEN  OTHER                                              00011160
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00011170
                         TIPO_ERROR('WK-TIPO-ERROR')                    00011180
                         RESPONSABLE('WK-RESPONSABLE')                  00011190
                         DESCRIPCION('WK-DESCRIPCION')                  00011200
                         PROGRAMA('WK-PROGRAMA')                        00011210
                         PARRAFO('WK-PARRAFO')                          00011220
                         DDNAME('WK-DDNAME')                            00011230
                         FILE_STATUS('WK-FILE-STATUS')                  00011240
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00011250
                     END-FUN                                            00011260
                                                                        00011270
           END-EVALUATE                                                 00011280
                                                                        00011290
           .                                                            00011300
       9000-CANCELACION-EXIT.                                           00011310
           EXIT.                                                        00011320
