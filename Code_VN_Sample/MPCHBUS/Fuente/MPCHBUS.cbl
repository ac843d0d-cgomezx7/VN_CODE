      ******************************************************************00000010
      *-                                                              -*00000020
      *  PROGRAMA:    MPCHBUS.                                         *00000030
      *-                                                              -*00000040
      *  FECHA CREACION: 15/10/2026.           AUTOR: VIEWNEXT.        *00000050
      *-                                                              -*00000060
      *  APLICACION:  MP.                                              *00000070
      *-                                                              -*00000080
      *  INSTALACION: ISBAN.                                           *00000090
      *-                                                              -*00000100
      *  DESCRIPCION: INFORME DE OCUPACION DE LOS RANGOS DE BIN.       *00000110
      *               CUENTA LAS TARJETAS DEL CENSO (FORMATO MPCHSEE1) *00000120
      *               QUE CAEN EN CADA RANGO ACTIVO DE EMBOZ_BIN Y     *00000130
      *               LISTA POR RANGO LA CAPACIDAD DE NUMERACION DE    *00000140
      *               PAN, LOS PAN YA EMITIDOS, LOS DISPONIBLES Y EL   *00000150
      *               PORCENTAJE DE OCUPACION, MARCANDO LOS RANGOS QUE *00000160
      *               ALCANZAN EL UMBRAL DE AVISO PARA QUE SE SOLICITE *00000170
      *               UN NUEVO BIN CON ANTELACION.                     *00000180
      *                                                                *00000190
      *               LA CAPACIDAD DE UN RANGO ES EL NUMERO DE BIN DEL *00000200
      *               RANGO POR LAS NUMERACIONES POSIBLES DE CADA BIN: *00000210
      *               10 ELEVADO A LA LONGITUD DEL PAN MENOS LOS OCHO  *00000220
      *               DIGITOS DEL BIN Y EL DIGITO DE CONTROL.          *00000230
      *-                                                              -*00000240
      *  PARAMETROS SYSIN:                                             *00000250
      *        UMBRAL DE AVISO EN PORCENTAJE DE OCUPACION (999, POR    *00000260
      *        DEFECTO 080).                                           *00000270
      *-                                                              -*00000280
      *  FICHEROS DE ENTRADA:                                          *00000290
      *        MPCHBUE1 : CENSO DE TARJETAS (FORMATO MPCHSEE1).        *00000300
      *-                                                              -*00000310
      *  FICHEROS DE SALIDA:                                           *00000320
      *        MPCHBUS1 : INFORME DE OCUPACION DE LOS RANGOS DE BIN.   *00000330
      *-                                                              -*00000340
      *  TABLAS DB2:                                                   *00000350
      *        EMBOZ_BIN : RANGOS DE BIN (CONSULTA).                   *00000360
      *-                                                              -*00000370
      *  CODIGOS DE RETORNO:                                           *00000380
      *        0 : NINGUN RANGO ALCANZA EL UMBRAL DE AVISO.            *00000390
      *        4 : ALGUN RANGO ALCANZA EL UMBRAL DE AVISO.             *00000400
      *-                                                              -*00000410
      *  RUTINAS Y MODULOS:                                            *00000420
      *        XX_CANCELACION_PROCESOS_BATCH: FUNCION PARA LA          *00000430
      *                   CANCELACION DEL PROGRAMA CON ERROR.          *00000440
      *-                                                              -*00000450
      ******************************************************************00000460
      *                  M O D I F I C A C I O N E S                   *00000470
      *                  ---------------------------                   *00000480
      *                                                                *00000490
      * USUARIO  FECHA        DESCRIPCION                              *00000500
      * -------- ----------   ---------------------------------------- *00000510
      * VIEWNEXT 15-10-2026    CREACION DEL PROGRAMA. OCUPACION DE LOS *00000520
      *                        RANGOS DE BIN.                          *00000530
      *                                                                *00000540
      ******************************************************************00000550
                                                                        00000560
      ******************************************************************00000570
      * IDENTIFICATION DIVISION                                        *00000580
      ******************************************************************00000590
       IDENTIFICATION DIVISION.                                         00000600
       PROGRAM-ID.    MPCHBUS.                                          00000610
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
      * -- CENSO DE TARJETAS.                                           00000870
           SELECT MPCHBUE1 ASSIGN MPCHBUE1                              00000880
                  ACCESS MODE IS SEQUENTIAL                             00000890
                  FILE STATUS IS FS-MPCHBUE1.                           00000900
                                                                        00000910
      * -- INFORME DE OCUPACION DE LOS RANGOS DE BIN.                   00000920
           SELECT MPCHBUS1 ASSIGN MPCHBUS1                              00000930
                  ACCESS MODE IS SEQUENTIAL                             00000940
                  FILE STATUS IS FS-MPCHBUS1.                           00000950
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
       FD  MPCHBUE1                                                     00001070
           BLOCK CONTAINS 0 RECORDS                                     00001080
           RECORDING MODE IS F                                          00001090
           LABEL RECORD ARE STANDARD                                    00001100
           RECORD CONTAINS 651 CHARACTERS                               00001110
           DATA RECORD IS REG-MPCHBUE1.                                 00001120
       01  REG-MPCHBUE1.                                                00001130
           05  FILLER                      PIC X(40).                   00001140
           05  RE-XPAN                     PIC X(22).                   00001150
           05  RE-XPAN-R REDEFINES RE-XPAN.                             00001160
               10  RE-BIN                  PIC X(08).                   00001170
               10  FILLER                  PIC X(14).                   00001180
           05  FILLER                      PIC X(589).                  00001190
                                                                        00001200
       FD  MPCHBUS1                                                     00001210
           BLOCK CONTAINS 0 RECORDS                                     00001220
           RECORDING MODE IS F                                          00001230
           LABEL RECORD ARE STANDARD                                    00001240
           RECORD CONTAINS 132 CHARACTERS                               00001250
           DATA RECORD IS REG-MPCHBUS1.                                 00001260
       01  REG-MPCHBUS1                    PIC X(132).                  00001270
                                                                        00001280
      *----------------------------------------------------------------*00001290
      * WORKING-STORAGE SECTION                                        *00001300
      *----------------------------------------------------------------*00001310
       WORKING-STORAGE SECTION.                                         00001320
                                                                        00001330
      ******************************************************************00001340
      *                        S W I T C H E S                         *00001350
      ******************************************************************00001360
       01  SW-SWITCHES.                                                 00001370
           05  SW-DB2-RETURN-CODE          PIC S9(09) COMP VALUE ZEROES.00001380
               88  DB2-OK                              VALUE 0.         00001390
               88  DB2-CLV-NOT-FOUND                   VALUE +100.      00001400
           05  SW-FIN-MPCHBUE1             PIC X(01)   VALUE 'N'.       00001410
               88  SI-FIN-MPCHBUE1                     VALUE 'S'.       00001420
               88  NO-FIN-MPCHBUE1                     VALUE 'N'.       00001430
           05  SW-FIN-BINES                PIC X(01)   VALUE 'N'.       00001440
               88  SI-FIN-BINES                        VALUE 'S'.       00001450
               88  NO-FIN-BINES                        VALUE 'N'.       00001460
           05  SW-BIN-ENCONTRADO           PIC X(01)   VALUE 'N'.       00001470
               88  SI-BIN-ENCONTRADO                   VALUE 'S'.       00001480
               88  NO-BIN-ENCONTRADO                   VALUE 'N'.       00001490
                                                                        00001500
      ******************************************************************00001510
      *                      C O N S T A N T E S                       *00001520
      ******************************************************************00001530
       01  CT-CONSTANTES.                                               00001540
           05  CA-CONSTANTES-ALFANUMERICAS.                             00001550
               10  CA-FS-OK                PIC X(02)   VALUE '00'.      00001560
               10  CA-FS-EOF               PIC X(02)   VALUE '10'.      00001570
               10  CA-RESP                 PIC X(14)   VALUE            00001580
                                   'MEDIOS DE PAGO'.                    00001590
               10  CA-ERROR-D              PIC X(01)   VALUE 'D'.       00001600
               10  CA-ERROR-F              PIC X(01)   VALUE 'F'.       00001610
               10  CA-SI                   PIC X(01)   VALUE 'S'.       00001620
               10  CA-MPCHBUE1             PIC X(08)   VALUE 'MPCHBUE1'.00001630
               10  CA-MPCHBUS1             PIC X(08)   VALUE 'MPCHBUS1'.00001640
               10  CA-EMBOZ-BIN            PIC X(09)   VALUE            00001650
                                   'EMBOZ_BIN'.                         00001660
               10  CA-SELECT               PIC X(06)   VALUE 'SELECT'.  00001670
               10  CA-AVISO-UMBRAL         PIC X(16)   VALUE            00001680
                                   'SOLICITAR BIN'.                     00001690
               10  CA-AVISO-AGOTADO        PIC X(16)   VALUE            00001700
                                   'RANGO AGOTADO'.                     00001710
               10  CA-ERR-ABRIR            PIC X(26)   VALUE            00001720
                                   'ERROR AL ABRIR UN FICHERO'.         00001730
               10  CA-ERR-CERRAR           PIC X(27)   VALUE            00001740
                                   'ERROR AL CERRAR UN FICHERO'.        00001750
               10  CA-ERR-LEER             PIC X(25)   VALUE            00001760
                                   'ERROR AL LEER UN FICHERO'.          00001770
               10  CA-ERR-ESCRIBIR         PIC X(28)   VALUE            00001780
                                   'ERROR AL ESCRIBIR UN FICHERO'.      00001790
               10  CA-ERR-EMBOZ-BIN        PIC X(32)   VALUE            00001800
                         'ERROR EN ACCESO A EMBOZ_BIN     '.            00001810
               10  CA-ERR-MAX-BINES        PIC X(40)   VALUE            00001820
                         'TABLA INTERNA DE RANGOS DE BIN LLENA    '.    00001830
               10  CA-PRF-1100             PIC X(19)   VALUE            00001840
                                   '1100-ABRIR-FICHEROS'.               00001850
               10  CA-PRF-1200             PIC X(17)   VALUE            00001860
                                   '1200-CARGAR-BINES'.                 00001870
               10  CA-PRF-1210             PIC X(18)   VALUE            00001880
                                   '1210-ACUMULAR-BIN '.                00001890
               10  CA-PRF-3500             PIC X(19)   VALUE            00001900
                                   '3500-ESCRIBIR-LINEA'.               00001910
               10  CA-PRF-3600             PIC X(20)   VALUE            00001920
                                   '3600-CERRAR-FICHEROS'.              00001930
               10  CA-PRF-9100             PIC X(18)   VALUE            00001940
                                   '9100-LEER-MPCHBUE1'.                00001950
                                                                        00001960
           05  CN-CONSTANTES-NUMERICAS.                                 00001970
               10  CN-0                    PIC 9(01)   VALUE 0.         00001980
               10  CN-1                    PIC 9(01)   VALUE 1.         00001990
               10  CN-4                    PIC 9(01)   VALUE 4.         00002000
               10  CN-100                  PIC 9(03)   VALUE 100.       00002010
               10  CN-UMBRAL               PIC 9(03)   VALUE 80.        00002020
               10  CN-MAX-BINES            PIC 9(04)   VALUE 500.       00002030
      *--  DIGITOS DEL PAN QUE NO NUMERAN TARJETAS: LOS OCHO DEL BIN    00002040
      *--  MAS EL DIGITO DE CONTROL.                                    00002050
               10  CN-DIGITOS-FIJOS        PIC 9(02)   VALUE 9.         00002060
               10  CN-PCT-MAXIMO           PIC 9(03)V9(02)              00002070
                                                       VALUE 999,99.    00002080
                                                                        00002090
      ******************************************************************00002100
      *                    C O N T A D O R E S                         *00002110
      ******************************************************************00002120
       01  CT-CONTADORES.                                               00002130
           05  CT-REG-MPCHBUE1             PIC 9(9)    VALUE ZEROES.    00002140
           05  CT-TARJETAS-EN-RANGO        PIC 9(9)    VALUE ZEROES.    00002150
           05  CT-TARJETAS-SIN-RANGO       PIC 9(9)    VALUE ZEROES.    00002160
           05  CT-RANGOS-LISTADOS          PIC 9(9)    VALUE ZEROES.    00002170
           05  CT-RANGOS-AVISO             PIC 9(9)    VALUE ZEROES.    00002180
                                                                        00002190
      ******************************************************************00002200
      * VARIABLES PARA DISPLAYAR ESTADISTICAS DEL PROGRAMA             *00002210
      ******************************************************************00002220
       01  WK-ESTADISTICA.                                              00002230
           05  WK-CAB-1                    PIC X(55)   VALUE ALL '*'.   00002240
           05  WK-CAB-2                    PIC X(55)   VALUE            00002250
                   '* ESTADISTICAS DE MPCHBUS                   *'.     00002260
           05  WK-CAB-3.                                                00002270
               10  FILLER                  PIC X(45)   VALUE            00002280
                   '* TARJETAS LEIDAS DEL CENSO:               '.       00002290
               10  WK-LEIDAS-ED            PIC ZZZZZZZZ9.               00002300
               10  FILLER                  PIC X(01)   VALUE '*'.       00002310
           05  WK-CAB-4.                                                00002320
               10  FILLER                  PIC X(45)   VALUE            00002330
                   '* TARJETAS EN UN RANGO ACTIVO:             '.       00002340
               10  WK-EN-RANGO-ED          PIC ZZZZZZZZ9.               00002350
               10  FILLER                  PIC X(01)   VALUE '*'.       00002360
           05  WK-CAB-5.                                                00002370
               10  FILLER                  PIC X(45)   VALUE            00002380
                   '* TARJETAS FUERA DE RANGO ACTIVO:          '.       00002390
               10  WK-SIN-RANGO-ED         PIC ZZZZZZZZ9.               00002400
               10  FILLER                  PIC X(01)   VALUE '*'.       00002410
           05  WK-CAB-6.                                                00002420
               10  FILLER                  PIC X(45)   VALUE            00002430
                   '* RANGOS DE BIN LISTADOS:                  '.       00002440
               10  WK-RANGOS-ED            PIC ZZZZZZZZ9.               00002450
               10  FILLER                  PIC X(01)   VALUE '*'.       00002460
           05  WK-CAB-7.                                                00002470
               10  FILLER                  PIC X(45)   VALUE            00002480
                   '* RANGOS EN UMBRAL DE AVISO:               '.       00002490
               10  WK-AVISO-ED             PIC ZZZZZZZZ9.               00002500
               10  FILLER                  PIC X(01)   VALUE '*'.       00002510
                                                                        00002520
      ******************************************************************00002530
      * VARIABLES DE INFORMACION DE LA FUNCION                         *00002540
      * XX_CANCELACION_PROCESOS_BATCH.                                 *00002550
      ******************************************************************00002560
       01  WK-CANCELACION-BATCH.                                        00002570
           05  WK-TIPO-ERROR               PIC X(01)   VALUE SPACES.    00002580
           05  WK-RESPONSABLE              PIC X(30)   VALUE SPACES.    00002590
           05  WK-DESCRIPCION              PIC X(80)   VALUE SPACES.    00002600
           05  WK-PROGRAMA                 PIC X(08)   VALUE 'MPCHBUS'. 00002610
           05  WK-PARRAFO                  PIC X(30)   VALUE SPACES.    00002620
           05  WK-RUTINA                   PIC X(30)   VALUE SPACES.    00002630
           05  WK-TABLA-DB2                PIC X(18)   VALUE SPACES.    00002640
           05  WK-DATOS-ACCESO             PIC X(08)   VALUE SPACES.    00002650
           05  WK-DDNAME                   PIC X(08)   VALUE SPACES.    00002660
           05  WK-FILE-STATUS              PIC X(02)   VALUE SPACES.    00002670
           05  WK-DATOS-REGISTRO           PIC X(1200) VALUE SPACES.    00002680
                                                                        00002690
      ******************************************************************00002700
      *                      F I L E  S T A T U S                      *00002710
      ******************************************************************00002720
       01  FS-FILE-STATUS.                                              00002730
           05  FS-MPCHBUE1                 PIC X(02).                   00002740
           05  FS-MPCHBUS1                 PIC X(02).                   00002750
                                                                        00002760
      ******************************************************************00002770
      * PARAMETRO DE ENTRADA POR SYSIN: UMBRAL DE AVISO (EN BLANCO, NO *00002780
      * NUMERICO O A CERO = EL DE DEFECTO).                            *00002790
      ******************************************************************00002800
       01  WK-PARAMETROS-SYSIN.                                         00002810
           05  WK-UMBRAL-AN                PIC X(03)   VALUE SPACES.    00002820
           05  WK-UMBRAL-NUM REDEFINES WK-UMBRAL-AN                     00002830
                                           PIC 9(03).                   00002840
                                                                        00002850
      ******************************************************************00002860
      * RANGOS ACTIVOS DE EMBOZ_BIN, EN ORDEN DE LIMITE INFERIOR, CON  *00002870
      * LOS PAN DEL CENSO CONTADOS EN CADA UNO.                        *00002880
      ******************************************************************00002890
       01  WK-TABLA-BINES.                                              00002900
           05  WK-NUM-BINES                PIC S9(04)  COMP VALUE +0.   00002910
           05  WK-BIN-TAB                  OCCURS 500 TIMES.            00002920
               10  WK-BN-BINDESDE          PIC X(08).                   00002930
               10  WK-BN-DESDE-N REDEFINES WK-BN-BINDESDE               00002940
                                           PIC 9(08).                   00002950
               10  WK-BN-BINHASTA          PIC X(08).                   00002960
               10  WK-BN-HASTA-N REDEFINES WK-BN-BINHASTA               00002970
                                           PIC 9(08).                   00002980
               10  WK-BN-CDGENTI           PIC X(04).                   00002990
               10  WK-BN-CDGMAR            PIC 9(02).                   00003000
               10  WK-BN-INDTIPT           PIC 9(02).                   00003010
               10  WK-BN-LONGPAN           PIC 9(02).                   00003020
               10  WK-BN-EMITIDAS          PIC 9(09).                   00003030
                                                                        00003040
      ******************************************************************00003050
      *                      V A R I A B L E S                         *00003060
      ******************************************************************00003070
       01  WK-VARIABLES.                                                00003080
           05  WK-UMBRAL                   PIC 9(03)   VALUE ZEROES.    00003090
      *--  BUSQUEDA BINARIA DEL RANGO DE CADA TARJETA.                  00003100
           05  WK-IDX-BIN                  PIC S9(04)  COMP VALUE +0.   00003110
           05  WK-BAJO-BIN                 PIC S9(04)  COMP VALUE +0.   00003120
           05  WK-ALTO-BIN                 PIC S9(04)  COMP VALUE +0.   00003130
           05  WK-IDX-CANDIDATO            PIC S9(04)  COMP VALUE +0.   00003140
      *--  OCUPACION DEL RANGO EN CURSO.                                00003150
           05  WK-EXPONENTE                PIC 9(02)   VALUE ZEROES.    00003160
           05  WK-CAPACIDAD                PIC 9(18)   VALUE ZEROES.    00003170
           05  WK-DISPONIBLES              PIC 9(18)   VALUE ZEROES.    00003180
           05  WK-PCT-OCUPACION            PIC 9(03)V9(02)              00003190
                                                       VALUE ZEROES.    00003200
                                                                        00003210
      ******************************************************************00003220
      *                 L I N E A S  D E  I N F O R M E                *00003230
      ******************************************************************00003240
       01  WK-LINEA-CABECERA.                                           00003250
           05  FILLER                      PIC X(20)   VALUE SPACES.    00003260
           05  FILLER                      PIC X(46)   VALUE            00003270
                   'OCUPACION DE LOS RANGOS DE BIN.'.                   00003280
           05  FILLER                      PIC X(17)   VALUE            00003290
                   'UMBRAL DE AVISO: '.                                 00003300
           05  WK-CAB-UMBRAL               PIC ZZ9.                     00003310
           05  FILLER                      PIC X(46)   VALUE ' %'.      00003320
                                                                        00003330
       01  WK-LINEA-TITULOS.                                            00003340
           05  FILLER                      PIC X(21)   VALUE            00003350
                                   'RANGO DE BIN'.                      00003360
           05  FILLER                      PIC X(06)   VALUE 'ENTI'.    00003370
           05  FILLER                      PIC X(04)   VALUE 'MA'.      00003380
           05  FILLER                      PIC X(04)   VALUE 'TT'.      00003390
           05  FILLER                      PIC X(03)   VALUE 'LP'.      00003400
           05  FILLER                      PIC X(24)   VALUE            00003410
                                   '              CAPACIDAD'.           00003420
           05  FILLER                      PIC X(12)   VALUE            00003430
                                   '   EMITIDAS'.                       00003440
           05  FILLER                      PIC X(25)   VALUE            00003450
                                   '            DISPONIBLES'.           00003460
           05  FILLER                      PIC X(08)   VALUE            00003470
                                   ' % USO'.                            00003480
           05  FILLER                      PIC X(23)   VALUE            00003490
                                   'AVISO'.                             00003500
                                                                        00003510
       01  WK-LINEA-DETALLE.                                            00003520
           05  WD-BINDESDE                 PIC X(08).                   00003530
           05  FILLER                      PIC X(03)   VALUE ' - '.     00003540
           05  WD-BINHASTA                 PIC X(08).                   00003550
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003560
           05  WD-CDGENTI                  PIC X(04).                   00003570
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003580
           05  WD-CDGMAR                   PIC 9(02).                   00003590
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003600
           05  WD-INDTIPT                  PIC 9(02).                   00003610
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003620
           05  WD-LONGPAN                  PIC 9(02).                   00003630
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003640
           05  WD-CAPACIDAD                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9. 00003650
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003660
           05  WD-EMITIDAS                 PIC ZZZ.ZZZ.ZZ9.             00003670
           05  FILLER                      PIC X(01)   VALUE SPACES.    00003680
           05  WD-DISPONIBLES              PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9. 00003690
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003700
           05  WD-PCT-OCUPACION            PIC ZZ9,99.                  00003710
           05  FILLER                      PIC X(02)   VALUE SPACES.    00003720
           05  WD-AVISO                    PIC X(16).                   00003730
           05  FILLER                      PIC X(07)   VALUE SPACES.    00003740
                                                                        00003750
       01  WK-LINEA-FUERA-RANGO.                                        00003760
           05  FILLER                      PIC X(50)   VALUE            00003770
                   'TARJETAS DEL CENSO FUERA DE TODO RANGO ACTIVO:'.    00003780
           05  WF-SIN-RANGO                PIC ZZZ.ZZZ.ZZ9.             00003790
           05  FILLER                      PIC X(71)   VALUE SPACES.    00003800
                                                                        00003810
      * -- COPY DE COMUNICACION CON DB2.                                00003820
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003830
                                                                        00003840
      *--  DCLGEN DE LA TABLA EMBOZ_BIN (RANGOS DE BIN).                00003850
           EXEC SQL INCLUDE D4466700 END-EXEC.                          00003860
                                                                        00003870
      ******************************************************************00003880
      *                       PROCEDURE DIVISION                       *00003890
      ******************************************************************00003900
       PROCEDURE DIVISION.                                              00003910
                                                                        00003920
           PERFORM 1000-INICIO                                          00003930
              THRU 1000-INICIO-EXIT                                     00003940
                                                                        00003950
           PERFORM 2000-PROCESO                                         00003960
              THRU 2000-PROCESO-EXIT                                    00003970
             UNTIL SI-FIN-MPCHBUE1                                      00003980
                                                                        00003990
           PERFORM 3000-FIN                                             00004000
              THRU 3000-FIN-EXIT                                        00004010
                                                                        00004020
           .                                                            00004030
                                                                        00004040
      ******************************************************************00004050
      ***                   1000-INICIO                              ***00004060
      ***                   -----------                              ***00004070
      * SE TOMA EL UMBRAL DE AVISO, SE ABREN LOS FICHEROS, SE CARGAN   *00004080
      * LOS RANGOS ACTIVOS Y SE LEE LA PRIMERA TARJETA DEL CENSO.      *00004090
      ******************************************************************00004100
       1000-INICIO.                                                     00004110
                                                                        00004120
           INITIALIZE WK-TABLA-BINES                                    00004130
                      WK-VARIABLES                                      00004140
                      CT-CONTADORES                                     00004150
                                                                        00004160
           SET NO-FIN-MPCHBUE1               TO TRUE                    00004170
                                                                        00004180
           ACCEPT WK-PARAMETROS-SYSIN        FROM SYSIN                 00004190
                                                                        00004200
           IF  WK-UMBRAL-AN NUMERIC                                     00004210
           AND WK-UMBRAL-NUM > ZEROES                                   00004220
               MOVE WK-UMBRAL-NUM            TO WK-UMBRAL               00004230
           ELSE                                                         00004240
               MOVE CN-UMBRAL                TO WK-UMBRAL               00004250
           END-IF                                                       00004260
                                                                        00004270
           PERFORM 1100-ABRIR-FICHEROS                                  00004280
              THRU 1100-ABRIR-FICHEROS-EXIT                             00004290
                                                                        00004300
           PERFORM 1200-CARGAR-BINES                                    00004310
              THRU 1200-CARGAR-BINES-EXIT                               00004320
                                                                        00004330
           PERFORM 9100-LEER-MPCHBUE1                                   00004340
              THRU 9100-LEER-MPCHBUE1-EXIT                              00004350
                                                                        00004360
           .                                                            00004370
       1000-INICIO-EXIT.                                                00004380
           EXIT.                                                        00004390
                                                                        00004400
      ******************************************************************00004410
      ***                   1100-ABRIR-FICHEROS                      ***00004420
      ***                   -------------------                      ***00004430
      * SE REALIZA LA APERTURA DE LOS FICHEROS.                        *00004440
      ******************************************************************00004450
       1100-ABRIR-FICHEROS.                                             00004460
                                                                        00004470
           OPEN INPUT  MPCHBUE1                                         00004480
                OUTPUT MPCHBUS1                                         00004490
                                                                        00004500
           IF  FS-MPCHBUE1 NOT = CA-FS-OK                               00004510
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004520
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004530
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004540
               MOVE CA-MPCHBUE1              TO WK-DDNAME               00004550
               MOVE FS-MPCHBUE1              TO WK-FILE-STATUS          00004560
                                                                        00004570
               PERFORM 9000-CANCELACION                                 00004580
                  THRU 9000-CANCELACION-EXIT                            00004590
                                                                        00004600
           END-IF                                                       00004610
                                                                        00004620
           IF  FS-MPCHBUS1 NOT = CA-FS-OK                               00004630
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00004640
               MOVE CA-ERR-ABRIR             TO WK-DESCRIPCION          00004650
               MOVE CA-PRF-1100              TO WK-PARRAFO              00004660
               MOVE CA-MPCHBUS1              TO WK-DDNAME               00004670
               MOVE FS-MPCHBUS1              TO WK-FILE-STATUS          00004680
                                                                        00004690
               PERFORM 9000-CANCELACION                                 00004700
                  THRU 9000-CANCELACION-EXIT                            00004710
                                                                        00004720
           END-IF                                                       00004730
                                                                        00004740
           .                                                            00004750
       1100-ABRIR-FICHEROS-EXIT.                                        00004760
           EXIT.                                                        00004770
                                                                        00004780
      ******************************************************************00004790
      ***                   1200-CARGAR-BINES                        ***00004800
      ***                   -----------------                        ***00004810
      * SE CARGAN LOS RANGOS ACTIVOS DE EMBOZ_BIN EN LA TABLA INTERNA, *00004820
      * EN ORDEN DE LIMITE INFERIOR.                                   *00004830
      ******************************************************************00004840
       1200-CARGAR-BINES.                                               00004850
                                                                        00004860
           EXEC SQL                                                     00004870
                DECLARE C-BINES CURSOR FOR                              00004880
                SELECT G3216_BINDESDE, G3216_BINHASTA,                  00004890
                       G3216_CDGENTI , G3216_CDGMAR,                    00004900
                       G3216_INDTIPT , G3216_LONGPAN                    00004910
                  FROM EMBOZ_BIN                                        00004920
                 WHERE G3216_INDACTIVO = :CA-SI                         00004930
                 ORDER BY G3216_BINDESDE                                00004940
           END-EXEC                                                     00004950
                                                                        00004960
           EXEC SQL                                                     00004970
                OPEN C-BINES                                            00004980
           END-EXEC                                                     00004990
                                                                        00005000
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005010
                                                                        00005020
           IF  NOT DB2-OK                                               00005030
               MOVE CA-ERROR-D               TO WK-TIPO-ERROR           00005040
               MOVE CA-ERR-EMBOZ-BIN         TO WK-DESCRIPCION          00005050
               MOVE CA-PRF-1200              TO WK-PARRAFO              00005060
               MOVE CA-EMBOZ-BIN             TO WK-TABLA-DB2            00005070
               MOVE CA-SELECT                TO WK-DATOS-ACCESO         00005080
                                                                        00005090
               PERFORM 9000-CANCELACION                                 00005100
                  THRU 9000-CANCELACION-EXIT                            00005110
                                                                        00005120
           END-IF                                                       00005130
                                                                        00005140
           SET NO-FIN-BINES                  TO TRUE                    00005150
                                                                        00005160
           PERFORM 1210-ACUMULAR-BIN                                    00005170
              THRU 1210-ACUMULAR-BIN-EXIT                               00005180
             UNTIL SI-FIN-BINES                                         00005190
                                                                        00005200
           EXEC SQL                                                     00005210
                CLOSE C-BINES                                           00005220
           END-EXEC                                                     00005230
                                                                        00005240
           .                                                            00005250
       1200-CARGAR-BINES-EXIT.                                          00005260
           EXIT.                                                        00005270
                                                                        00005280
      ******************************************************************00005290
      ***                   1210-ACUMULAR-BIN                        ***00005300
      ***                   -----------------                        ***00005310
      * SE LEE Y ACUMULA UN RANGO DE BIN.                              *00005320
      ******************************************************************00005330
       1210-ACUMULAR-BIN.                                               00005340
                                                                        00005350
           INITIALIZE DCLEMBOZ-BIN                                      00005360
                                                                        00005370
           EXEC SQL                                                     00005380
                FETCH C-BINES                                           00005390
                 INTO :G3216-BINDESDE, :G3216-BINHASTA,                 00005400
                      :G3216-CDGENTI , :G3216-CDGMAR,                   00005410
                      :G3216-INDTIPT , :G3216-LONGPAN                   00005420
           END-EXEC                                                     00005430
                                                                        00005440
           MOVE SQLCODE                      TO SW-DB2-RETURN-CODE      00005450
                                                                        00005460
           EVALUATE  TRUE                                               00005470
               WHEN  DB2-OK                                             00005480
                     IF  WK-NUM-BINES >= CN-MAX-BINES                   00005490
                         MOVE CA-ERROR-F     TO WK-TIPO-ERROR           00005500
                         MOVE CA-ERR-MAX-BINES                          00005510
                                             TO WK-DESCRIPCION          00005520
                         MOVE CA-PRF-1210    TO WK-PARRAFO              00005530
                         MOVE G3216-BINDESDE TO WK-DATOS-REGISTRO       00005540
                                                                        00005550
                         PERFORM 9000-CANCELACION                       00005560
                            THRU 9000-CANCELACION-EXIT                  00005570
                                                                        00005580
                     END-IF                                             00005590
                                                                        00005600
                     ADD CN-1                TO WK-NUM-BINES            00005610
                     MOVE G3216-BINDESDE                                00005620
                       TO WK-BN-BINDESDE (WK-NUM-BINES)                 00005630
                     MOVE G3216-BINHASTA                                00005640
                       TO WK-BN-BINHASTA (WK-NUM-BINES)                 00005650
                     MOVE G3216-CDGENTI                                 00005660
                       TO WK-BN-CDGENTI (WK-NUM-BINES)                  00005670
                     MOVE G3216-CDGMAR                                  00005680
                       TO WK-BN-CDGMAR (WK-NUM-BINES)                   00005690
                     MOVE G3216-INDTIPT                                 00005700
                       TO WK-BN-INDTIPT (WK-NUM-BINES)                  00005710
                     MOVE G3216-LONGPAN                                 00005720
                       TO WK-BN-LONGPAN (WK-NUM-BINES)                  00005730
                     MOVE ZEROES                                        00005740
                       TO WK-BN-EMITIDAS (WK-NUM-BINES)                 00005750
                                                                        00005760
               WHEN  DB2-CLV-NOT-FOUND                                  00005770
                     SET SI-FIN-BINES        TO TRUE                    00005780
                                                                        00005790
               WHEN  OTHER                                              00005800
                     MOVE CA-ERROR-D         TO WK-TIPO-ERROR           00005810
                     MOVE CA-ERR-EMBOZ-BIN   TO WK-DESCRIPCION          00005820
                     MOVE CA-PRF-1210        TO WK-PARRAFO              00005830
                     MOVE CA-EMBOZ-BIN       TO WK-TABLA-DB2            00005840
                     MOVE CA-SELECT          TO WK-DATOS-ACCESO         00005850
                                                                        00005860
                     PERFORM 9000-CANCELACION                           00005870
                        THRU 9000-CANCELACION-EXIT                      00005880
                                                                        00005890
           END-EVALUATE                                                 00005900
                                                                        00005910
           .                                                            00005920
       1210-ACUMULAR-BIN-EXIT.                                          00005930
           EXIT.                                                        00005940
                                                                        00005950
      ******************************************************************00005960
      ***                   2000-PROCESO                             ***00005970
      ***                   ------------                             ***00005980
      * SE ASIGNA LA TARJETA DEL CENSO A SU RANGO DE BIN Y SE LEE LA   *00005990
      * SIGUIENTE.                                                     *00006000
      ******************************************************************00006010
       2000-PROCESO.                                                    00006020
                                                                        00006030
           PERFORM 2100-LOCALIZAR-BIN                                   00006040
              THRU 2100-LOCALIZAR-BIN-EXIT                              00006050
                                                                        00006060
           IF  SI-BIN-ENCONTRADO                                        00006070
               ADD CN-1                      TO                         00006080
                   WK-BN-EMITIDAS (WK-IDX-CANDIDATO)                    00006090
               ADD CN-1                      TO CT-TARJETAS-EN-RANGO    00006100
           ELSE                                                         00006110
               ADD CN-1                      TO CT-TARJETAS-SIN-RANGO   00006120
           END-IF                                                       00006130
                                                                        00006140
           PERFORM 9100-LEER-MPCHBUE1                                   00006150
              THRU 9100-LEER-MPCHBUE1-EXIT                              00006160
                                                                        00006170
           .                                                            00006180
       2000-PROCESO-EXIT.                                               00006190
           EXIT.                                                        00006200
                                                                        00006210
      ******************************************************************00006220
      ***                   2100-LOCALIZAR-BIN                       ***00006230
      ***                   ------------------                       ***00006240
      * SE BUSCA POR BUSQUEDA BINARIA EL ULTIMO RANGO CUYO LIMITE      *00006250
      * INFERIOR NO SUPERA EL BIN DE LA TARJETA; LA TARJETA ES DEL     *00006260
      * RANGO SI SU BIN TAMPOCO SUPERA EL LIMITE SUPERIOR.             *00006270
      ******************************************************************00006280
       2100-LOCALIZAR-BIN.                                              00006290
                                                                        00006300
           SET NO-BIN-ENCONTRADO             TO TRUE                    00006310
           MOVE ZEROES                       TO WK-IDX-CANDIDATO        00006320
                                                                        00006330
           IF  RE-BIN NOT NUMERIC                                       00006340
            OR WK-NUM-BINES = ZEROES                                    00006350
               GO TO 2100-LOCALIZAR-BIN-EXIT                            00006360
           END-IF                                                       00006370
                                                                        00006380
           MOVE CN-1                         TO WK-BAJO-BIN             00006390
           MOVE WK-NUM-BINES                 TO WK-ALTO-BIN             00006400
                                                                        00006410
           PERFORM 2110-PARTIR-BUSQUEDA                                 00006420
              THRU 2110-PARTIR-BUSQUEDA-EXIT                            00006430
             UNTIL WK-BAJO-BIN > WK-ALTO-BIN                            00006440
                                                                        00006450
           IF  WK-IDX-CANDIDATO > ZEROES                                00006460
               IF  RE-BIN NOT > WK-BN-BINHASTA (WK-IDX-CANDIDATO)       00006470
                   SET SI-BIN-ENCONTRADO     TO TRUE                    00006480
               END-IF                                                   00006490
           END-IF                                                       00006500
                                                                        00006510
           .                                                            00006520
       2100-LOCALIZAR-BIN-EXIT.                                         00006530
           EXIT.                                                        00006540
                                                                        00006550
      ******************************************************************00006560
      ***                   2110-PARTIR-BUSQUEDA                     ***00006570
      ***                   --------------------                     ***00006580
      * SE COMPARA EL ELEMENTO CENTRAL DEL TRAMO PENDIENTE Y SE        *00006590
      * DESCARTA LA MITAD QUE NO PUEDE CONTENER EL RANGO BUSCADO.      *00006600
      ******************************************************************00006610
       2110-PARTIR-BUSQUEDA.                                            00006620
                                                                        00006630
           COMPUTE WK-IDX-BIN = (WK-BAJO-BIN + WK-ALTO-BIN) / 2         00006640
                                                                        00006650
           IF  WK-BN-BINDESDE (WK-IDX-BIN) NOT > RE-BIN                 00006660
               MOVE WK-IDX-BIN               TO WK-IDX-CANDIDATO        00006670
               COMPUTE WK-BAJO-BIN = WK-IDX-BIN + 1                     00006680
           ELSE                                                         00006690
               COMPUTE WK-ALTO-BIN = WK-IDX-BIN - 1                     00006700
           END-IF                                                       00006710
                                                                        00006720
           .                                                            00006730
       2110-PARTIR-BUSQUEDA-EXIT.                                       00006740
           EXIT.                                                        00006750
                                                                        00006760
      ******************************************************************00006770
      ***                   3000-FIN                                 ***00006780
      ***                   --------                                 ***00006790
      * SE EMITE EL INFORME DE OCUPACION, SE CIERRAN LOS FICHEROS Y SE *00006800
      * MUESTRAN LAS ESTADISTICAS. SI ALGUN RANGO ALCANZA EL UMBRAL DE *00006810
      * AVISO EL PROCESO TERMINA CON RC 4.                             *00006820
      ******************************************************************00006830
       3000-FIN.                                                        00006840
                                                                        00006850
           PERFORM 3100-LISTAR-RANGOS                                   00006860
              THRU 3100-LISTAR-RANGOS-EXIT                              00006870
                                                                        00006880
           PERFORM 3600-CERRAR-FICHEROS                                 00006890
              THRU 3600-CERRAR-FICHEROS-EXIT                            00006900
                                                                        00006910
           PERFORM 3700-ESTADISTICAS                                    00006920
              THRU 3700-ESTADISTICAS-EXIT                               00006930
                                                                        00006940
           IF  CT-RANGOS-AVISO > ZEROES                                 00006950
               MOVE CN-4                     TO RETURN-CODE             00006960
           ELSE                                                         00006970
               MOVE CN-0                     TO RETURN-CODE             00006980
           END-IF                                                       00006990
                                                                        00007000
           STOP RUN                                                     00007010
                                                                        00007020
           .                                                            00007030
       3000-FIN-EXIT.                                                   00007040
           EXIT.                                                        00007050
                                                                        00007060
      ******************************************************************00007070
      ***                   3100-LISTAR-RANGOS                       ***00007080
      ***                   ------------------                       ***00007090
      * SE ESCRIBEN LAS CABECERAS, UNA LINEA POR RANGO ACTIVO Y EL     *00007100
      * TOTAL DE TARJETAS DEL CENSO QUE NO CAEN EN NINGUN RANGO.       *00007110
      ******************************************************************00007120
       3100-LISTAR-RANGOS.                                              00007130
                                                                        00007140
           MOVE WK-UMBRAL                    TO WK-CAB-UMBRAL           00007150
                                                                        00007160
           MOVE WK-LINEA-CABECERA            TO REG-MPCHBUS1            00007170
           PERFORM 3500-ESCRIBIR-LINEA                                  00007180
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00007190
           MOVE SPACES                       TO REG-MPCHBUS1            00007200
           PERFORM 3500-ESCRIBIR-LINEA                                  00007210
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00007220
           MOVE WK-LINEA-TITULOS             TO REG-MPCHBUS1            00007230
           PERFORM 3500-ESCRIBIR-LINEA                                  00007240
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00007250
                                                                        00007260
           PERFORM 3110-LISTAR-RANGO                                    00007270
              THRU 3110-LISTAR-RANGO-EXIT                               00007280
             VARYING WK-IDX-BIN FROM 1 BY 1                             00007290
               UNTIL WK-IDX-BIN > WK-NUM-BINES                          00007300
                                                                        00007310
           MOVE SPACES                       TO REG-MPCHBUS1            00007320
           PERFORM 3500-ESCRIBIR-LINEA                                  00007330
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00007340
           MOVE CT-TARJETAS-SIN-RANGO        TO WF-SIN-RANGO            00007350
           MOVE WK-LINEA-FUERA-RANGO         TO REG-MPCHBUS1            00007360
           PERFORM 3500-ESCRIBIR-LINEA                                  00007370
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00007380
                                                                        00007390
           .                                                            00007400
       3100-LISTAR-RANGOS-EXIT.                                         00007410
           EXIT.                                                        00007420
                                                                        00007430
      ******************************************************************00007440
      ***                   3110-LISTAR-RANGO                        ***00007450
      ***                   -----------------                        ***00007460
      * SE CALCULAN LA CAPACIDAD, LOS PAN DISPONIBLES Y EL PORCENTAJE  *00007470
      * DE OCUPACION DEL RANGO Y SE ESCRIBE SU LINEA DE DETALLE.       *00007480
      ******************************************************************00007490
       3110-LISTAR-RANGO.                                               00007500
                                                                        00007510
           COMPUTE WK-EXPONENTE = WK-BN-LONGPAN (WK-IDX-BIN)            00007520
                                - CN-DIGITOS-FIJOS                      00007530
                                                                        00007540
           COMPUTE WK-CAPACIDAD =                                       00007550
                   (WK-BN-HASTA-N (WK-IDX-BIN)                          00007560
                  - WK-BN-DESDE-N (WK-IDX-BIN) + 1)                     00007570
                  * (10 ** WK-EXPONENTE)                                00007580
                                                                        00007590
           IF  WK-BN-EMITIDAS (WK-IDX-BIN) < WK-CAPACIDAD               00007600
               COMPUTE WK-DISPONIBLES = WK-CAPACIDAD                    00007610
                                      - WK-BN-EMITIDAS (WK-IDX-BIN)     00007620
           ELSE                                                         00007630
               MOVE ZEROES                   TO WK-DISPONIBLES          00007640
           END-IF                                                       00007650
                                                                        00007660
           COMPUTE WK-PCT-OCUPACION ROUNDED =                           00007670
                   WK-BN-EMITIDAS (WK-IDX-BIN) * CN-100 / WK-CAPACIDAD  00007680
               ON SIZE ERROR                                            00007690
                   MOVE CN-PCT-MAXIMO        TO WK-PCT-OCUPACION        00007700
           END-COMPUTE                                                  00007710
                                                                        00007720
           MOVE SPACES                       TO WD-AVISO                00007730
                                                                        00007740
           EVALUATE  TRUE                                               00007750
               WHEN  WK-DISPONIBLES = ZEROES                            00007760
                     MOVE CA-AVISO-AGOTADO   TO WD-AVISO                00007770
                     ADD CN-1                TO CT-RANGOS-AVISO         00007780
                                                                        00007790
               WHEN  WK-PCT-OCUPACION NOT < WK-UMBRAL                   00007800
                     MOVE CA-AVISO-UMBRAL    TO WD-AVISO                00007810
                     ADD CN-1                TO CT-RANGOS-AVISO         00007820
                                                                        00007830
               WHEN  OTHER                                              00007840
                     CONTINUE                                           00007850
           END-EVALUATE                                                 00007860
                                                                        00007870
           MOVE WK-BN-BINDESDE (WK-IDX-BIN)  TO WD-BINDESDE             00007880
           MOVE WK-BN-BINHASTA (WK-IDX-BIN)  TO WD-BINHASTA             00007890
           MOVE WK-BN-CDGENTI (WK-IDX-BIN)   TO WD-CDGENTI              00007900
           MOVE WK-BN-CDGMAR (WK-IDX-BIN)    TO WD-CDGMAR               00007910
           MOVE WK-BN-INDTIPT (WK-IDX-BIN)   TO WD-INDTIPT              00007920
           MOVE WK-BN-LONGPAN (WK-IDX-BIN)   TO WD-LONGPAN              00007930
           MOVE WK-CAPACIDAD                 TO WD-CAPACIDAD            00007940
           MOVE WK-BN-EMITIDAS (WK-IDX-BIN)  TO WD-EMITIDAS             00007950
           MOVE WK-DISPONIBLES               TO WD-DISPONIBLES          00007960
           MOVE WK-PCT-OCUPACION             TO WD-PCT-OCUPACION        00007970
                                                                        00007980
           MOVE WK-LINEA-DETALLE             TO REG-MPCHBUS1            00007990
           PERFORM 3500-ESCRIBIR-LINEA                                  00008000
              THRU 3500-ESCRIBIR-LINEA-EXIT                             00008010
                                                                        00008020
           ADD CN-1                          TO CT-RANGOS-LISTADOS      00008030
                                                                        00008040
           .                                                            00008050
       3110-LISTAR-RANGO-EXIT.                                          00008060
           EXIT.                                                        00008070
                                                                        00008080
      ******************************************************************00008090
      ***                   3500-ESCRIBIR-LINEA                      ***00008100
      ***                   -------------------                      ***00008110
      * SE ESCRIBE UNA LINEA EN EL INFORME DE OCUPACION.               *00008120
      ******************************************************************00008130
       3500-ESCRIBIR-LINEA.                                             00008140
                                                                        00008150
           WRITE REG-MPCHBUS1                                           00008160
                                                                        00008170
           IF  FS-MPCHBUS1 NOT = CA-FS-OK                               00008180
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008190
               MOVE CA-ERR-ESCRIBIR          TO WK-DESCRIPCION          00008200
               MOVE CA-PRF-3500              TO WK-PARRAFO              00008210
               MOVE CA-MPCHBUS1              TO WK-DDNAME               00008220
               MOVE FS-MPCHBUS1              TO WK-FILE-STATUS          00008230
               MOVE REG-MPCHBUS1             TO WK-DATOS-REGISTRO       00008240
                                                                        00008250
               PERFORM 9000-CANCELACION                                 00008260
                  THRU 9000-CANCELACION-EXIT                            00008270
                                                                        00008280
           END-IF                                                       00008290
                                                                        00008300
           .                                                            00008310
       3500-ESCRIBIR-LINEA-EXIT.                                        00008320
           EXIT.                                                        00008330
                                                                        00008340
      ******************************************************************00008350
      ***                   3600-CERRAR-FICHEROS                     ***00008360
      ***                   --------------------                     ***00008370
      * SE CIERRAN LOS FICHEROS.                                       *00008380
      ******************************************************************00008390
       3600-CERRAR-FICHEROS.                                            00008400
                                                                        00008410
           CLOSE MPCHBUE1                                               00008420
                 MPCHBUS1                                               00008430
                                                                        00008440
           IF  FS-MPCHBUS1 NOT = CA-FS-OK                               00008450
               MOVE CA-ERROR-F               TO WK-TIPO-ERROR           00008460
               MOVE CA-ERR-CERRAR            TO WK-DESCRIPCION          00008470
               MOVE CA-PRF-3600              TO WK-PARRAFO              00008480
               MOVE CA-MPCHBUS1              TO WK-DDNAME               00008490
               MOVE FS-MPCHBUS1              TO WK-FILE-STATUS          00008500
                                                                        00008510
               PERFORM 9000-CANCELACION                                 00008520
                  THRU 9000-CANCELACION-EXIT                            00008530
                                                                        00008540
           END-IF                                                       00008550
                                                                        00008560
           .                                                            00008570
       3600-CERRAR-FICHEROS-EXIT.                                       00008580
           EXIT.                                                        00008590
                                                                        00008600
      ******************************************************************00008610
      ***                   3700-ESTADISTICAS                        ***00008620
      ***                   -----------------                        ***00008630
      * SE MUESTRAN LAS ESTADISTICAS DEL PROGRAMA.                     *00008640
      ******************************************************************00008650
       3700-ESTADISTICAS.                                               00008660
                                                                        00008670
           MOVE CT-REG-MPCHBUE1               TO WK-LEIDAS-ED           00008680
           MOVE CT-TARJETAS-EN-RANGO          TO WK-EN-RANGO-ED         00008690
           MOVE CT-TARJETAS-SIN-RANGO         TO WK-SIN-RANGO-ED        00008700
           MOVE CT-RANGOS-LISTADOS            TO WK-RANGOS-ED           00008710
           MOVE CT-RANGOS-AVISO               TO WK-AVISO-ED            00008720
                                                                        00008730
           DISPLAY WK-CAB-1                                             00008740
           DISPLAY WK-CAB-2                                             00008750
           DISPLAY WK-CAB-1                                             00008760
           DISPLAY WK-CAB-3                                             00008770
           DISPLAY WK-CAB-4                                             00008780
           DISPLAY WK-CAB-5                                             00008790
           DISPLAY WK-CAB-6                                             00008800
           DISPLAY WK-CAB-7                                             00008810
           DISPLAY WK-CAB-1                                             00008820
                                                                        00008830
           .                                                            00008840
       3700-ESTADISTICAS-EXIT.                                          00008850
           EXIT.                                                        00008860
                                                                        00008870
      ******************************************************************00008880
      ***                   9100-LEER-MPCHBUE1                       ***00008890
      ***                   ------------------                       ***00008900
      * SE REALIZA LA LECTURA DEL CENSO DE TARJETAS.                   *00008910
      ******************************************************************00008920
       9100-LEER-MPCHBUE1.                                              00008930
                                                                        00008940
           READ MPCHBUE1                                                00008950
           AT END                                                       00008960
                SET SI-FIN-MPCHBUE1          TO TRUE                    00008970
           END-READ                                                     00008980
                                                                        00008990
           EVALUATE  FS-MPCHBUE1                                        00009000
               WHEN  CA-FS-OK                                           00009010
                     ADD CN-1                TO CT-REG-MPCHBUE1         00009020
                                                                        00009030
               WHEN  CA-FS-EOF                                          00009040
                     CONTINUE                                           00009050
                                                                        00009060
               WHEN  OTHER                                              00009070
                     MOVE CA-ERROR-F         TO WK-TIPO-ERROR           00009080
                     MOVE CA-ERR-LEER        TO WK-DESCRIPCION          00009090
                     MOVE CA-PRF-9100        TO WK-PARRAFO              00009100
                     MOVE CA-MPCHBUE1        TO WK-DDNAME               00009110
                     MOVE FS-MPCHBUE1        TO WK-FILE-STATUS          00009120
                                                                        00009130
                     PERFORM 9000-CANCELACION                           00009140
                        THRU 9000-CANCELACION-EXIT                      00009150
                                                                        00009160
           END-EVALUATE                                                 00009170
                                                                        00009180
           .                                                            00009190
       9100-LEER-MPCHBUE1-EXIT.                                         00009200
           EXIT.                                                        00009210
                                                                        00009220
      ******************************************************************00009230
      ***                   9000-CANCELACION                         ***00009240
      ***                   ----------------                         ***00009250
      * LLAMA A LA FUNCION XX_CANCELACION_PROCESOS_BATCH.              *00009260
      ******************************************************************00009270
       9000-CANCELACION.                                                00009280
                                                                        00009290
           MOVE CA-RESP                       TO WK-RESPONSABLE         00009300
                                                                        00009310
           EVALUATE  TRUE                                               00009320
               WHEN  WK-TIPO-ERROR = CA-ERROR-D                         00009330
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009340
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009350
                         COD_RETORNO('SW-DB2-RETURN-CODE')              00009360
                         RESPONSABLE('WK-RESPONSABLE')                  00009370
                         DESCRIPCION('WK-DESCRIPCION')                  00009380
                         PROGRAMA('WK-PROGRAMA')                        00009390
                         PARRAFO('WK-PARRAFO')                          00009400
                         SQLCA('SQLCA')                                 00009410
                         TABLA_DB2('WK-TABLA-DB2')                      00009420
                         DATOS_ACCESO('WK-DATOS-ACCESO')                00009430
                     END-FUN                                            00009440
                                                                        00009450
               WHEN  OTHER                                              00009460
                     EXEC-FUN XX_CANCELACION_PROCESOS_BATCH             00009470
                         TIPO_ERROR('WK-TIPO-ERROR')                    00009480
                         RESPONSABLE('WK-RESPONSABLE')                  00009490
                         DESCRIPCION('WK-DESCRIPCION')                  00009500
                         PROGRAMA('WK-PROGRAMA')                        00009510
                         PARRAFO('WK-PARRAFO')                          00009520
                         DDNAME('WK-DDNAME')                            00009530
                         FILE_STATUS('WK-FILE-STATUS')                  00009540
                         DATOS_REGISTRO('WK-DATOS-REGISTRO')            00009550
                     END-FUN                                            00009560
                                                                        00009570
           END-EVALUATE                                                 00009580
                                                                        00009590
           .                                                            00009600
       9000-CANCELACION-EXIT.                                           00009610
           EXIT.                                                        00009620
